       IDENTIFICATION DIVISION.
       PROGRAM-ID.规格核车.
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
       77 本车厂家 PIC X(10).
       77 本车型号 PIC X(5).
       LINKAGE SECTION.
       77 核车类别参数 PIC 9(2).
       77 核车车号参数 PIC 99.
       77 要求变速箱参数 PIC X.
       77 要求座位参数 PIC 9(2).
       77 要求燃料参数 PIC X.
       77 要求行李参数 PIC 9(2).
       77 规格描述参数 PIC X(40).
       77 规格符合参数 PIC 9.

       PROCEDURE DIVISION USING 核车类别参数 核车车号参数
           要求变速箱参数 要求座位参数 要求燃料参数
           要求行李参数 规格描述参数 规格符合参数.
       MOVE SPACE TO 本车厂家 本车型号.
       EVALUATE 核车类别参数
       WHEN 1 PERFORM 读取小车
       WHEN 2 PERFORM 读取中车
       WHEN 3 PERFORM 读取大车
       WHEN 4 PERFORM 读取贵车
       WHEN OTHER PERFORM 读取主档车
       END-EVALUATE.
       CALL "规格匹配" USING 本车厂家 本车型号
           要求变速箱参数 要求座位参数 要求燃料参数
           要求行李参数 规格描述参数 规格符合参数.
       EXIT PROGRAM.

       读取小车.
       OPEN INPUT 小车.
       MOVE 核车车号参数 TO 小车号.
       READ 小车 KEY IS 小车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 小车车厂家1(2:10) TO 本车厂家
       MOVE 小车车型号2(2:5) TO 本车型号
       END-READ.
       CLOSE 小车.

       读取中车.
       OPEN INPUT 中车.
       MOVE 核车车号参数 TO 中车号.
       READ 中车 KEY IS 中车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 中车车厂家1(2:10) TO 本车厂家
       MOVE 中车车型号2(2:5) TO 本车型号
       END-READ.
       CLOSE 中车.

       读取大车.
       OPEN INPUT 大.
       MOVE 核车车号参数 TO 大车号.
       READ 大 KEY IS 大车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 大车车厂(2:10) TO 本车厂家
       MOVE 大车车型号(2:5) TO 本车型号
       END-READ.
       CLOSE 大.

       读取贵车.
       OPEN INPUT 贵.
       MOVE 核车车号参数 TO 贵车号.
       READ 贵 KEY IS 贵车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 贵车车厂(2:10) TO 本车厂家
       MOVE 贵车车型号(2:5) TO 本车型号
       END-READ.
       CLOSE 贵.

       读取主档车.
       OPEN INPUT 车辆主档.
       MOVE 核车类别参数 TO 主档类别代码.
       MOVE 核车车号参数 TO 主档车辆号.
       READ 车辆主档 KEY IS 主档主键
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 主档厂家 TO 本车厂家
       MOVE 主档型号 TO 本车型号
       END-READ.
       CLOSE 车辆主档.
