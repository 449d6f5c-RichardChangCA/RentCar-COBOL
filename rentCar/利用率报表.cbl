        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 日统计 ASSIGN TO "日统计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日统计主键.

        SELECT 利用率单 ASSIGN TO "利用率单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        05 账单确认号 PIC B9(6).
        05 账单预付抵扣 PIC B9(7).

       FD 日统计.
       01 日统计记录.
        05 日统计主键.
         10 日统计日期 PIC 9(8).
         10 日统计分店 PIC 9(2).
         10 日统计类别 PIC 9.
        05 日统计数据.
         10 日统计还车笔数 PIC 9(5).
         10 日统计租天 PIC 9(6).
         10 日统计营收 PIC 9(9).
         10 日统计滞纳金 PIC 9(7).
         10 日统计超里程费 PIC 9(7).
         10 日统计加油费 PIC 9(7).
         10 日统计损坏费 PIC 9(7).
         10 日统计附加费 PIC 9(7).
         10 日统计单程费 PIC 9(7).
         10 日统计税额 PIC 9(7).
         10 日统计作废笔数 PIC 9(5).
         10 日统计贷项张数 PIC 9(5).
         10 日统计贷项金额 PIC 9(9).
         10 日统计贷项税额 PIC 9(7).
         10 日统计取车笔数 PIC 9(5).
         10 日统计失约笔数 PIC 9(5).
         10 日统计候补笔数 PIC 9(5).
         10 日统计里程单数 PIC 9(5).
         10 日统计里程营收 PIC 9(9).
         10 日统计里程费 PIC 9(7).
         10 日统计计费里程 PIC 9(8).
        05 日统计车队数 PIC 9(5).
        05 日统计过账日期 PIC 9(8).

       FD 利用率单.
       01 利用率行 PIC X(100).

       77 本车空置天数 PIC S9(5).
       77 本车空置率 PIC 999.
       77 本单天数 PIC 99.
       77 单车明细选择 PIC 9.
       77 已过账至 PIC 9(8).
       77 店下标 PIC 9(3).
       77 类下标 PIC 9.
       77 分店暂存 PIC 9(2).
       77 利用率暂存 PIC 999.
       77 利用类别名称 PIC X(10).
       77 全部已租车日 PIC 9(8).
       77 全部车队车日 PIC 9(9).
       01 分店类别利用率表.
        05 利用分店项 OCCURS 100.
         10 利用类别项 OCCURS 3.
          15 表已租车日 PIC 9(7).
          15 表车队车日 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 内扫描标志 PIC 9.
        88 内扫描完了 VALUE 1.
        88 内扫描未完 VALUE 0.

       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       DISPLAY 空白屏幕.
       DISPLAY "======== 车辆利用率报表 ========".
       DISPLAY SPACE.
       DISPLAY "请输入统计起始日期"
           "(格式为八位数字,如20160101):"
           NO ADVANCING.
       ACCEPT 起始日期.
       DISPLAY "请输入统计终止日期"
           "(格式为八位数字,如20161231):"
           NO ADVANCING.
       ACCEPT 终止日期.
       DISPLAY "是否列出单车明细(是请输入1):" NO ADVANCING.
       ACCEPT 单车明细选择.
       COMPUTE 统计天数 = 终止日期 - 起始日期 + 1.
       OPEN OUTPUT 利用率单.
       MOVE "----车辆利用率报表----" TO 利用率行.
              终止日期 DELIMITED BY SIZE
         INTO 利用率行.
       WRITE 利用率行.
       PERFORM 汇总分店类别利用率.
       IF 单车明细选择 = 1
       THEN PERFORM 列示单车利用率
       END-IF.
       CLOSE 利用率单.
       MOVE "利用率" TO 归档报表名暂存.
       MOVE "利用率单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 起始日期 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              终止日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY SPACE.
       DISPLAY "...统计完成".
       STOP " ".
       EXIT PROGRAM.

       汇总分店类别利用率.
       MOVE 1 TO 店下标.
       PERFORM UNTIL 店下标 > 100
       MOVE 0 TO 表已租车日(店下标, 1)
       MOVE 0 TO 表已租车日(店下标, 2)
       MOVE 0 TO 表已租车日(店下标, 3)
       MOVE 0 TO 表车队车日(店下标, 1)
       MOVE 0 TO 表车队车日(店下标, 2)
       MOVE 0 TO 表车队车日(店下标, 3)
       COMPUTE 店下标 = 店下标 + 1
       END-PERFORM.
       MOVE 0 TO 全部已租车日 全部车队车日.
       OPEN INPUT 日统计.
       MOVE 0 TO 已过账至.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 日统计过账日期 TO 已过账至
       END-READ.
       IF 终止日期 > 已过账至
       THEN DISPLAY "注意:日统计仅过账至" NO ADVANCING
            DISPLAY 已过账至 NO ADVANCING
            DISPLAY ",其后业务未计入本表."
       END-IF.
       MOVE 起始日期 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 没完了 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 日统计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 终止日期
       THEN SET 完了 TO TRUE
       ELSE PERFORM 累计本日利用
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 日统计.
       MOVE "--分店类别利用率(按日统计车队数)--"
           TO 利用率行.
       WRITE 利用率行.
       DISPLAY 利用率行.
       MOVE 1 TO 店下标.
       PERFORM UNTIL 店下标 > 100
       MOVE 1 TO 类下标
       PERFORM UNTIL 类下标 > 3
       IF 表车队车日(店下标, 类下标) > 0
          OR 表已租车日(店下标, 类下标) > 0
       THEN PERFORM 写分店类别利用率
       END-IF
       COMPUTE 类下标 = 类下标 + 1
       END-PERFORM
       COMPUTE 店下标 = 店下标 + 1
       END-PERFORM.
       IF 全部车队车日 > 0
       THEN COMPUTE 利用率暂存 = 全部已租车日 * 100
                / 全部车队车日
       ELSE MOVE 0 TO 利用率暂存
       END-IF.
       MOVE SPACE TO 利用率行.
       STRING "合计 车队车日:" DELIMITED BY SIZE
              全部车队车日 DELIMITED BY SIZE
              " 已租车日:" DELIMITED BY SIZE
              全部已租车日 DELIMITED BY SIZE
              " 利用率:" DELIMITED BY SIZE
              利用率暂存 DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
         INTO 利用率行.
       WRITE 利用率行.
       DISPLAY 利用率行.

       累计本日利用.
       COMPUTE 店下标 = 日统计分店 + 1.
       MOVE 日统计类别 TO 类下标.
       IF 类下标 < 1 OR 类下标 > 3
       THEN MOVE 3 TO 类下标
       END-IF.
       ADD 日统计租天 TO 表已租车日(店下标, 类下标).
       ADD 日统计车队数 TO 表车队车日(店下标, 类下标).
       ADD 日统计租天 TO 全部已租车日.
       ADD 日统计车队数 TO 全部车队车日.

       写分店类别利用率.
       EVALUATE 类下标
       WHEN 1 MOVE "小车" TO 利用类别名称
       WHEN 2 MOVE "中车" TO 利用类别名称
       WHEN OTHER MOVE "大车/贵车" TO 利用类别名称
       END-EVALUATE.
       IF 表车队车日(店下标, 类下标) > 0
       THEN COMPUTE 利用率暂存 =
                表已租车日(店下标, 类下标) * 100
                / 表车队车日(店下标, 类下标)
       ELSE MOVE 0 TO 利用率暂存
       END-IF.
       COMPUTE 分店暂存 = 店下标 - 1.
       MOVE SPACE TO 利用率行.
       STRING "分店:" DELIMITED BY SIZE
              分店暂存 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              利用类别名称 DELIMITED BY SIZE
              " 车队车日:" DELIMITED BY SIZE
              表车队车日(店下标, 类下标)
                  DELIMITED BY SIZE
              " 已租车日:" DELIMITED BY SIZE
              表已租车日(店下标, 类下标)
                  DELIMITED BY SIZE
              " 利用率:" DELIMITED BY SIZE
              利用率暂存 DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
         INTO 利用率行.
       WRITE 利用率行.
       DISPLAY 利用率行.

       列示单车利用率.
       MOVE "--单车明细--" TO 利用率行.
       WRITE 利用率行.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       AT END SET 完了 TO TRUE
       NOT AT END MOVE 小车牌照 TO 本车牌照
                  PERFORM 统计本车利用率
                  DISPLAY "小车  " NO ADVANCING
                      小车牌照 NO ADVANCING
                  PERFORM 显示本车利用率
       END-READ
       END-PERFORM.
       AT END SET 完了 TO TRUE
       NOT AT END MOVE 中车牌照 TO 本车牌照
                  PERFORM 统计本车利用率
                  DISPLAY "中车  " NO ADVANCING
                      中车牌照 NO ADVANCING
                  PERFORM 显示本车利用率
       END-READ
       END-PERFORM.
       AT END SET 完了 TO TRUE
       NOT AT END MOVE 大车牌照 TO 本车牌照
                  PERFORM 统计本车利用率
                  DISPLAY "大车  " NO ADVANCING
                      大车牌照 NO ADVANCING
                  PERFORM 显示本车利用率
       END-READ
       END-PERFORM.
       AT END SET 完了 TO TRUE
       NOT AT END MOVE 贵车牌照 TO 本车牌照
                  PERFORM 统计本车利用率
                  DISPLAY "贵车  " NO ADVANCING
                      贵车牌照 NO ADVANCING
                  PERFORM 显示本车利用率
       END-READ
       END-PERFORM.
       CLOSE 贵车.

       统计本车利用率.
       MOVE 0 TO 本车已租天数.
       OPEN INPUT 账单.
       SET 内扫描未完 TO TRUE.
       PERFORM UNTIL 内扫描完了
       READ 账单 NEXT RECORD
       AT END SET 内扫描完了 TO TRUE
       NOT AT END
       IF 账单车牌照 = 本车牌照
          AND 账单归还止 >= 起始日期 AND <= 终止日期
       IF 本车空置天数 < 0
       THEN MOVE 0 TO 本车空置天数
       END-IF.
       COMPUTE 本车空置率 = 本车空置天数 * 100
           / 统计天数.
       DISPLAY "  已租天数:" NO ADVANCING
           本车已租天数 NO ADVANCING.
       DISPLAY "  空置率:" NO ADVANCING 本车空置率 NO ADVANCING.
       DISPLAY "%".
       STRING 本车牌照 DELIMITED BY SIZE
