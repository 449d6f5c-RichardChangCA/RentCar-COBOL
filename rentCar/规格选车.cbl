       IDENTIFICATION DIVISION.
       PROGRAM-ID.规格选车.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD 小车.
       01 小车记录.
        05 小车号 PIC 99.
        05 小车车牌照 PIC BX(6).
        05 小车车厂家1 PIC BX(10).
        05 小车车型号2 PIC BX(5).
        05 小车公里数3 PIC B9(6).
        05 小车日租金 PIC B999.
        05 车辆状态1 PIC 9.
         88 车辆可用1 VALUE 1.
         88 车辆已预定1 VALUE 2.
         88 车辆已租出1 VALUE 3.
         88 车辆停用1 VALUE 4.
         88 车辆在途1 VALUE 5.
         88 车辆待整备1 VALUE 6.
        05 小车分店 PIC B9(2).
        05 小车保养里程 PIC B9(6).
        05 小车购置日期 PIC B9(8).
        05 小车购置成本 PIC B9(7).
       FD 中车.
       01 中车记录.
        05 中车号 PIC 99.
        05 中车车牌照 PIC BX(6).
        05 中车车厂家1 PIC BX(10).
        05 中车车型号2 PIC BX(5).
        05 中车公里数3 PIC B9(6).
        05 中车日租金 PIC B999.
        05 车辆状态2 PIC 9.
         88 车辆可用2 VALUE 1.
         88 车辆已预定2 VALUE 2.
         88 车辆已租出2 VALUE 3.
         88 车辆停用2 VALUE 4.
         88 车辆在途2 VALUE 5.
         88 车辆待整备2 VALUE 6.
        05 中车分店 PIC B9(2).
        05 中车保养里程 PIC B9(6).
        05 中车购置日期 PIC B9(8).
        05 中车购置成本 PIC B9(7).
       FD 大.
       01 大车记录.
        05 大车号 PIC 99.
        05 大车车牌照 PIC BX(6).
        05 大车车厂 PIC BX(10).
        05 大车车型号 PIC BX(5).
        05 大车公里数 PIC B9(6).
        05 大车日租金 PIC B999.
        05 车辆状态3 PIC 9.
         88 车辆可用3 VALUE 1.
         88 车辆已预定3 VALUE 2.
         88 车辆已租出3 VALUE 3.
         88 车辆停用3 VALUE 4.
         88 车辆在途3 VALUE 5.
         88 车辆待整备3 VALUE 6.
        05 大车分店 PIC B9(2).
        05 大车保养里程 PIC B9(6).
        05 大车购置日期 PIC B9(8).
        05 大车购置成本 PIC B9(7).
       FD 贵.
       01 贵车记录.
        05 贵车号 PIC 99.
        05 贵车车牌照 PIC BX(6).
        05 贵车车厂 PIC BX(10).
        05 贵车车型号 PIC BX(5).
        05 贵车公里数 PIC B9(6).
        05 贵车日租金 PIC B999.
        05 车辆状态4 PIC 9.
         88 车辆可用4 VALUE 1.
         88 车辆已预定4 VALUE 2.
         88 车辆已租出4 VALUE 3.
         88 车辆停用4 VALUE 4.
         88 车辆在途4 VALUE 5.
         88 车辆待整备4 VALUE 6.
        05 贵车分店 PIC B9(2).
        05 贵车保养里程 PIC B9(6).
        05 贵车购置日期 PIC B9(8).
        05 贵车购置成本 PIC B9(7).
       FD 车辆主档.
       01 车辆主档记录.
        05 主档主键.
         10 主档类别代码 PIC 9(2).
         10 主档车辆号 PIC 9(2).
        05 主档车牌照 PIC X(6).
        05 主档厂家 PIC X(10).
        05 主档型号 PIC X(5).
        05 主档公里数 PIC 9(6).
        05 主档日租金 PIC 9(3).
        05 主档状态 PIC 9.
         88 主档可用 VALUE 1.
         88 主档已预定 VALUE 2.
         88 主档已租出 VALUE 3.
         88 主档停用 VALUE 4.
         88 主档在途 VALUE 5.
         88 主档待整备 VALUE 6.
        05 主档分店 PIC 9(2).
        05 主档保养里程 PIC 9(6).
        05 主档购置日期 PIC 9(8).
        05 主档购置成本 PIC 9(7).

       WORKING-STORAGE SECTION.
       77 本车编号 PIC 99.
       77 本车车牌 PIC X(7).
       77 本车厂家 PIC X(10).
       77 本车型号 PIC X(5).
       77 本车日租金 PIC 9(3).
       77 规格描述暂存 PIC X(40).
       77 规格符合暂存 PIC 9.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       LINKAGE SECTION.
       77 选车类别参数 PIC 9(2).
       77 要求变速箱参数 PIC X.
       77 要求座位参数 PIC 9(2).
       77 要求燃料参数 PIC X.
       77 要求行李参数 PIC 9(2).
       77 选车数参数 PIC 9(3).

       PROCEDURE DIVISION USING 选车类别参数 要求变速箱参数
           要求座位参数 要求燃料参数 要求行李参数
           选车数参数.
       MOVE 0 TO 选车数参数.
       DISPLAY "--符合规格要求的车辆"
           "(车号/车牌/厂家/型号/日租金/规格)--".
       EVALUATE 选车类别参数
       WHEN 1 PERFORM 筛选小车
       WHEN 2 PERFORM 筛选中车
       WHEN 3 PERFORM 筛选大车
       WHEN 4 PERFORM 筛选贵车
       WHEN OTHER PERFORM 筛选主档车
       END-EVALUATE.
       IF 选车数参数 = 0
       THEN DISPLAY "没有符合规格要求的车辆."
       END-IF.
       EXIT PROGRAM.

       筛选小车.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用1 AND NOT 车辆在途1
       THEN MOVE 小车号 TO 本车编号
            MOVE 小车车牌照 TO 本车车牌
            MOVE 小车车厂家1(2:10) TO 本车厂家
            MOVE 小车车型号2(2:5) TO 本车型号
            MOVE 小车日租金 TO 本车日租金
            PERFORM 核对并列示
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.

       筛选中车.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用2 AND NOT 车辆在途2
       THEN MOVE 中车号 TO 本车编号
            MOVE 中车车牌照 TO 本车车牌
            MOVE 中车车厂家1(2:10) TO 本车厂家
            MOVE 中车车型号2(2:5) TO 本车型号
            MOVE 中车日租金 TO 本车日租金
            PERFORM 核对并列示
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.

       筛选大车.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用3 AND NOT 车辆在途3
       THEN MOVE 大车号 TO 本车编号
            MOVE 大车车牌照 TO 本车车牌
            MOVE 大车车厂(2:10) TO 本车厂家
            MOVE 大车车型号(2:5) TO 本车型号
            MOVE 大车日租金 TO 本车日租金
            PERFORM 核对并列示
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.

       筛选贵车.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用4 AND NOT 车辆在途4
       THEN MOVE 贵车号 TO 本车编号
            MOVE 贵车车牌照 TO 本车车牌
            MOVE 贵车车厂(2:10) TO 本车厂家
            MOVE 贵车车型号(2:5) TO 本车型号
            MOVE 贵车日租金 TO 本车日租金
            PERFORM 核对并列示
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.

       筛选主档车.
       OPEN INPUT 车辆主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 主档类别代码 = 选车类别参数
           AND NOT 主档停用 AND NOT 主档在途
       THEN MOVE 主档车辆号 TO 本车编号
            MOVE 主档车牌照 TO 本车车牌
            MOVE 主档厂家 TO 本车厂家
            MOVE 主档型号 TO 本车型号
            MOVE 主档日租金 TO 本车日租金
            PERFORM 核对并列示
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       核对并列示.
       CALL "规格匹配" USING 本车厂家 本车型号
           要求变速箱参数 要求座位参数 要求燃料参数
           要求行李参数 规格描述暂存 规格符合暂存.
       IF 规格符合暂存 = 1
       THEN DISPLAY 本车编号 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 本车车牌 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 本车厂家 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 本车型号 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 本车日租金 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 规格描述暂存
            COMPUTE 选车数参数 = 选车数参数 + 1
       END-IF.
