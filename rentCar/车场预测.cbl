       IDENTIFICATION DIVISION.
       PROGRAM-ID.车场预测.
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

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 调拨 ASSIGN TO "调拨.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 调拨编号.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

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
       FD 调拨.
       01 调拨记录.
        05 调拨编号 PIC 9(6).
        05 调拨车辆类别 PIC 9.
        05 调拨车辆编号 PIC 99.
        05 调拨车牌照 PIC X(6).
        05 起始分店 PIC 9(2).
        05 目的分店 PIC 9(2).
        05 发运日期 PIC 9(8).
        05 到达日期 PIC 9(8).
        05 调拨状态 PIC 9.
         88 调拨在途 VALUE 0.
         88 调拨已到达 VALUE 1.
       FD 分店.
       01 分店记录.
        05 分店代码 PIC 9(2).
        05 分店名称 PIC X(10).
        05 分店地址 PIC X(30).
        05 分店电话 PIC 9(11).
        05 营业时间 PIC X(11).
        05 店长姓名 PIC X(10).
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).

       WORKING-STORAGE SECTION.
       77 本车分店 PIC 9(2).
       77 本预定分店 PIC 9(2).
       77 本预定起 PIC 9(8).
       77 本预定止 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       LINKAGE SECTION.
       77 预测分店参数 PIC 9(2).
       77 预测日期参数 PIC 9(8).
       77 预测在场参数 PIC 9(4).
       77 预测容量参数 PIC 9(4).

       PROCEDURE DIVISION USING 预测分店参数 预测日期参数
           预测在场参数 预测容量参数.
       MOVE 0 TO 预测在场参数 预测容量参数.
       OPEN INPUT 分店.
       MOVE 预测分店参数 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 分店车位数 TO 预测容量参数
       END-READ.
       CLOSE 分店.
       IF 预测容量参数 = 0
       THEN EXIT PROGRAM
       END-IF.
       PERFORM 统计在店小车.
       PERFORM 统计在店中车.
       PERFORM 统计在店大车.
       PERFORM 统计在店贵车.
       PERFORM 统计在店主档车.
       PERFORM 扣除租出预定.
       PERFORM 计入在途调入.
       EXIT PROGRAM.

       统计在店小车.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 小车分店 TO 本车分店
       IF 本车分店 = 预测分店参数
          AND NOT 车辆在途1 AND NOT 车辆停用1
       THEN ADD 1 TO 预测在场参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.

       统计在店中车.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 中车分店 TO 本车分店
       IF 本车分店 = 预测分店参数
          AND NOT 车辆在途2 AND NOT 车辆停用2
       THEN ADD 1 TO 预测在场参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.

       统计在店大车.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 大车分店 TO 本车分店
       IF 本车分店 = 预测分店参数
          AND NOT 车辆在途3 AND NOT 车辆停用3
       THEN ADD 1 TO 预测在场参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.

       统计在店贵车.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 贵车分店 TO 本车分店
       IF 本车分店 = 预测分店参数
          AND NOT 车辆在途4 AND NOT 车辆停用4
       THEN ADD 1 TO 预测在场参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.

       统计在店主档车.
       OPEN INPUT 车辆主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 主档分店 = 预测分店参数
          AND NOT 主档在途 AND NOT 主档停用
       THEN ADD 1 TO 预测在场参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       扣除租出预定.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 预定分店 TO 本预定分店
       MOVE 预定起 TO 本预定起
       MOVE 归还止 TO 本预定止
       IF 本预定分店 = 预测分店参数
          AND 本预定起 <= 预测日期参数
          AND 本预定止 > 预测日期参数
          AND 预测在场参数 > 0
       THEN SUBTRACT 1 FROM 预测在场参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.

       计入在途调入.
       OPEN INPUT 调拨.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 调拨 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 调拨在途 AND 目的分店 = 预测分店参数
       THEN ADD 1 TO 预测在场参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 调拨.
