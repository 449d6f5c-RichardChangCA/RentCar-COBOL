       IDENTIFICATION DIVISION.
       PROGRAM-ID.车类容量.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号
        FILE STATUS IS 文件状态码.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号
        FILE STATUS IS 文件状态码.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号
        FILE STATUS IS 文件状态码.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号
        FILE STATUS IS 文件状态码.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 车类预定 ASSIGN TO "车类预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车类确认号
        FILE STATUS IS 文件状态码.

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
       FD 预定.
       01 预定记录.
        05 预定主键.
         10 预定客户号 PIC 9(6).
         10 预定序号 PIC 9(4).
        05 预定客户姓名 PIC BX(10).
        05 预定客户号码 PIC B9(11).
        05 预定类别1 PIC BX(4).
        05 预定类别2 PIC B99.
        05 预定车牌照 PIC BX(6).
        05 预定厂家1 PIC BX(10).
        05 预定厂家2 PIC BX(5).
        05 预定厂家3 PIC B9(6).
        05 预定日租金 PIC B999.
        05 预定起 PIC B9(8).
        05 归还止 PIC B9(8).
        05 取车油量 PIC B9.
        05 押金 PIC B9999.
        05 预定分店 PIC B9(2).
        05 儿童座椅 PIC 9.
         88 选配儿童座椅 VALUE 1.
         88 未选儿童座椅 VALUE 0.
        05 GPS导航 PIC 9.
         88 选配GPS导航 VALUE 1.
         88 未选GPS导航 VALUE 0.
        05 租车保险 PIC 9.
         88 选配租车保险 VALUE 1.
         88 未选租车保险 VALUE 0.
        05 已取车 PIC 9.
         88 已经取车 VALUE 1.
         88 尚未取车 VALUE 0.
        05 报价金额 PIC B9(7).
        05 团体编号 PIC B9(4).
        05 取车时刻 PIC B9(4).
        05 归还时刻 PIC B9(4).
        05 促销码 PIC X(8).
        05 已结算至 PIC B9(8).
        05 确认号 PIC B9(6).
       FD 车类预定.
       01 车类预定记录.
        05 车类确认号 PIC 9(6).
        05 车类客户号 PIC 9(6).
        05 车类预定序号 PIC 9(4).
        05 车类代码 PIC 9.
         88 车类小车 VALUE 1.
         88 车类中车 VALUE 2.
         88 车类大车 VALUE 3.
         88 车类贵车 VALUE 4.
        05 车类取车分店 PIC 9(2).
        05 车类取车日期 PIC 9(8).
        05 车类还车日期 PIC 9(8).
        05 车类分配状态 PIC 9.
         88 车类待分配 VALUE 0.
         88 车类已分配 VALUE 1.
         88 车类无车可配 VALUE 2.
        05 车类分配车牌 PIC X(6).
        05 车类分配日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 车牌下标 PIC 9(3).
       77 车牌总数 PIC 9(3).
       77 租金暂存 PIC 9(3).
       77 本预定起 PIC 9(8).
       77 本预定止 PIC 9(8).
       77 车牌暂存 PIC BX(6).
       01 车类车牌表.
        05 车类车牌项 OCCURS 99 TIMES PIC X(7).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否本类 PIC 9.
        88 属于本类 VALUE 1.
        88 不属本类 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "车类容量".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       LINKAGE SECTION.
       77 容量类别参数 PIC 9.
       77 容量起参数 PIC 9(8).
       77 容量止参数 PIC 9(8).
       77 容量车辆参数 PIC 9(3).
       77 容量占用参数 PIC 9(3).
       77 容量租金参数 PIC 9(3).

       PROCEDURE DIVISION USING 容量类别参数 容量起参数
           容量止参数 容量车辆参数 容量占用参数
           容量租金参数.
       DECLARATIVES.
       小车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 小车.
       小车文件出错处理.
       MOVE "小车" TO 异常文件名.
       MOVE 小车号 TO 异常记录键.
       PERFORM 登记文件异常.
       中车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 中车.
       中车文件出错处理.
       MOVE "中车" TO 异常文件名.
       MOVE 中车号 TO 异常记录键.
       PERFORM 登记文件异常.
       大文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 大.
       大文件出错处理.
       MOVE "大" TO 异常文件名.
       MOVE 大车号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵.
       贵文件出错处理.
       MOVE "贵" TO 异常文件名.
       MOVE 贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       车类预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车类预定.
       车类预定文件出错处理.
       MOVE "车类预定" TO 异常文件名.
       MOVE 车类确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       登记文件异常.
       CALL "异常登记" USING 异常程序名 异常文件名
           文件状态码 异常记录键.
       DISPLAY "文件错误:" NO ADVANCING.
       DISPLAY 异常文件名 NO ADVANCING.
       DISPLAY " 状态:" NO ADVANCING.
       DISPLAY 文件状态码.
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
       END DECLARATIVES.
       主流程 SECTION.
       MOVE 0 TO 车牌总数 容量车辆参数 容量占用参数
           容量租金参数.
       EVALUATE 容量类别参数
       WHEN 1 PERFORM 载入小车
       WHEN 2 PERFORM 载入中车
       WHEN 3 PERFORM 载入大车
       WHEN 4 PERFORM 载入贵车
       WHEN OTHER EXIT PROGRAM
       END-EVALUATE.
       MOVE 车牌总数 TO 容量车辆参数.
       OPEN INPUT 预定.
       OPEN INPUT 车类预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 预定起 TO 本预定起
       MOVE 归还止 TO 本预定止
       IF NOT ((本预定止 < 容量起参数)
               OR (本预定起 > 容量止参数))
       THEN PERFORM 核对预定车类
            IF 属于本类
            THEN COMPUTE 容量占用参数 = 容量占用参数 + 1
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车类预定.
       CLOSE 预定.
       EXIT PROGRAM.

       核对预定车类.
       SET 不属本类 TO TRUE.
       IF 预定车牌照 = SPACE
       THEN MOVE 确认号 TO 车类确认号
            READ 车类预定 KEY IS 车类确认号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            IF 车类代码 = 容量类别参数
            THEN SET 属于本类 TO TRUE
            END-IF
            END-READ
       ELSE MOVE 1 TO 车牌下标
            PERFORM UNTIL 车牌下标 > 车牌总数
            IF 车类车牌项(车牌下标) = 预定车牌照
            THEN SET 属于本类 TO TRUE
                 MOVE 车牌总数 TO 车牌下标
            END-IF
            COMPUTE 车牌下标 = 车牌下标 + 1
            END-PERFORM
       END-IF.

       登记本类车辆.
       IF 车牌总数 < 99
       THEN COMPUTE 车牌总数 = 车牌总数 + 1
       END-IF.
       IF 容量租金参数 = 0 OR 租金暂存 < 容量租金参数
       THEN MOVE 租金暂存 TO 容量租金参数
       END-IF.

       载入小车.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用1
       THEN MOVE 小车日租金 TO 租金暂存
            PERFORM 登记本类车辆
            MOVE 小车车牌照 TO 车牌暂存
            MOVE 车牌暂存 TO 车类车牌项(车牌总数)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.

       载入中车.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用2
       THEN MOVE 中车日租金 TO 租金暂存
            PERFORM 登记本类车辆
            MOVE 中车车牌照 TO 车牌暂存
            MOVE 车牌暂存 TO 车类车牌项(车牌总数)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.

       载入大车.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用3
       THEN MOVE 大车日租金 TO 租金暂存
            PERFORM 登记本类车辆
            MOVE 大车车牌照 TO 车牌暂存
            MOVE 车牌暂存 TO 车类车牌项(车牌总数)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.

       载入贵车.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用4
       THEN MOVE 贵车日租金 TO 租金暂存
            PERFORM 登记本类车辆
            MOVE 贵车车牌照 TO 车牌暂存
            MOVE 车牌暂存 TO 车类车牌项(车牌总数)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.
