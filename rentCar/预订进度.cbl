       IDENTIFICATION DIVISION.
       PROGRAM-ID.预订进度.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 账单存档 ASSIGN TO "账单存档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存档账单号.

        SELECT OPTIONAL 过期 ASSIGN TO "过期.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 过期编号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT 进度报表 ASSIGN TO "预订进度报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD 账单.
       01 账单记录.
        05 账单号 PIC 9(6).
        05 账单客户姓名 PIC BX(10).
        05 账单客户号码 PIC B9(11).
        05 账单类别1 PIC BX(4).
        05 账单类别2 PIC B99.
        05 账单车牌照 PIC BX(6).
        05 账单厂家1 PIC BX(10).
        05 账单厂家2 PIC BX(5).
        05 账单厂家3 PIC B9(6).
        05 账单日租金 PIC B999.
        05 账单预定起 PIC B9(8).
        05 账单归还止 PIC B9(8).
        05 租车天数 PIC B99.
        05 总金额 PIC B9(7).
        05 滞纳金 PIC B9999.
        05 超里程费 PIC B9999.
        05 加油费 PIC B9999.
        05 已收押金 PIC B9999.
        05 车况备注 PIC X(30).
        05 损坏费 PIC B9999.
        05 付款方式 PIC BX(4).
        05 账单状态 PIC 9.
         88 账单有效 VALUE 1.
         88 账单已作废 VALUE 0.
        05 账单税额 PIC B9999.
        05 账单分店 PIC B9(2).
        05 账单儿童座椅 PIC 9.
         88 账单选配儿童座椅 VALUE 1.
         88 账单未选儿童座椅 VALUE 0.
        05 账单GPS导航 PIC 9.
         88 账单选配GPS导航 VALUE 1.
         88 账单未选GPS导航 VALUE 0.
        05 账单租车保险 PIC 9.
         88 账单选配租车保险 VALUE 1.
         88 账单未选租车保险 VALUE 0.
        05 附加服务费 PIC B9999.
        05 账单顾客号 PIC 9(6).
        05 积分抵扣 PIC B9(5).
        05 单程费 PIC B9999.
        05 账单取车时刻 PIC B9(4).
        05 账单归还时刻 PIC B9(4).
        05 账单促销码 PIC X(8).
        05 促销折减 PIC B9(5).
        05 账单确认号 PIC B9(6).
        05 账单预付抵扣 PIC B9(7).
       FD 账单存档.
       01 账单存档记录.
        05 存档账单号 PIC 9(6).
        05 存档客户姓名 PIC X(10).
        05 存档客户号码 PIC 9(11).
        05 存档类别1 PIC X(4).
        05 存档类别2 PIC 99.
        05 存档车牌照 PIC X(6).
        05 存档厂家1 PIC X(10).
        05 存档厂家2 PIC X(5).
        05 存档里程 PIC 9(6).
        05 存档日租金 PIC 999.
        05 存档预定起 PIC 9(8).
        05 存档归还止 PIC 9(8).
        05 存档租车天数 PIC 99.
        05 存档总金额 PIC 9(7).
        05 存档滞纳金 PIC 9999.
        05 存档超里程费 PIC 9999.
        05 存档加油费 PIC 9999.
        05 存档已收押金 PIC 9999.
        05 存档车况备注 PIC X(30).
        05 存档损坏费 PIC 9999.
        05 存档付款方式 PIC X(4).
        05 存档状态 PIC 9.
        05 存档税额 PIC 9999.
        05 存档分店 PIC 9(2).
        05 存档附加服务费 PIC 9999.
        05 存档账单顾客号 PIC 9(6).
        05 存档租车保险 PIC 9.
       FD 过期.
       01 过期记录.
        05 过期编号 PIC 9(6).
        05 原预定客户号 PIC 9(6).
        05 原预定序号 PIC 9(4).
        05 顾客姓名 PIC BX(10).
        05 顾客号码 PIC B9(11).
        05 车辆类别 PIC BX(4).
        05 车辆编号 PIC B99.
        05 车牌照 PIC BX(6).
        05 车厂家 PIC BX(10).
        05 车型号 PIC BX(5).
        05 车公里数 PIC B9(6).
        05 车日租金 PIC B999.
        05 原预定起 PIC B9(8).
        05 原预定止 PIC B9(8).
        05 作废日期 PIC B9(8).
        05 过期确认号 PIC B9(6).
        05 过期押金 PIC B9999.
        05 押金处置 PIC 9.
         88 押金待处置 VALUE 0.
         88 押金已退还 VALUE 1.
         88 押金已没收 VALUE 2.
        05 处置日期 PIC B9(8).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
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
       FD 进度报表.
       01 进度行 PIC X(100).

       WORKING-STORAGE SECTION.
       77 今日日期 PIC 9(8).
       77 营业日期 PIC 9(8).
       77 起日暂存 PIC 9(8).
       77 止日暂存 PIC 9(8).
       77 订日暂存 PIC 9(8).
       77 日期差结果 PIC S9(8).
       77 去年偏移 PIC S9(8).
       77 本条周次 PIC 99.
       77 本条类别 PIC 9.
       77 本条分店 PIC 99.
       77 本条天数 PIC 9(3).
       77 周次下标 PIC 99.
       77 类别下标 PIC 9.
       77 分店下标 PIC 9(3).
       77 分店位 PIC 9(3).
       77 本条来源 PIC 9.
       77 去年下标 PIC 9(4).
       77 周起日期 PIC 9(8).
       77 周偏移天数 PIC 9(4).
       77 审计顾客号 PIC 9(6).
       77 审计序号 PIC 9(4).
       01 进度统计表.
        05 进度周项 OCCURS 12.
         10 进度类别项 OCCURS 3.
          15 进度分店项 OCCURS 100.
           20 表今年在手 PIC 9(5).
           20 表去年同期 PIC 9(5).
           20 表去年最终 PIC 9(5).
       01 去年明细表.
        05 去年项 OCCURS 3000.
         10 去年来源 PIC 9.
         10 去年顾客号 PIC 9(6).
         10 去年序号 PIC 9(4).
         10 去年起 PIC 9(8).
         10 去年周次 PIC 99.
         10 去年类别 PIC 9.
         10 去年分店 PIC 99.
         10 去年天数 PIC 9(3).
         10 去年订日 PIC 9(8).
       77 去年条数 PIC 9(4).
       77 去年未知订日数 PIC 9(5).
       77 本项今年 PIC 9(6).
       77 本项去年同期 PIC 9(6).
       77 本项去年最终 PIC 9(6).
       77 周计今年 PIC 9(6).
       77 周计去年同期 PIC 9(6).
       77 周计去年最终 PIC 9(6).
       77 总计今年 PIC 9(7).
       77 总计去年同期 PIC 9(7).
       77 总计去年最终 PIC 9(7).
       77 进度差额 PIC S9(7).
       77 进度率 PIC S9(5)V9.
       77 进度率显示 PIC -(5)9.9.
       77 进度标志 PIC X(6).
       77 项目名称 PIC X(30).
       77 类别名称 PIC X(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DISPLAY 空白屏幕.
       DISPLAY "======== 预订进度报表 ========".
       DISPLAY SPACE.
       CALL "营业日" USING 营业日期.
       DISPLAY "请输入基准日期(YYYYMMDD,0为当前营业日):"
           NO ADVANCING.
       ACCEPT 今日日期.
       IF 今日日期 = 0
       THEN MOVE 营业日期 TO 今日日期
       END-IF.
       MOVE ZERO TO 进度统计表.
       MOVE 0 TO 去年条数 去年未知订日数.
       DISPLAY "正在统计,请稍候...".
       PERFORM 统计在手预定.
       PERFORM 收集去年账单.
       PERFORM 收集去年存档.
       PERFORM 收集去年过期.
       PERFORM 对照预定审计 THRU 对照预定审计-EXIT.
       PERFORM 累计去年明细.
       PERFORM 输出进度报表.
       MOVE "预订进度" TO 归档报表名暂存.
       MOVE "预订进度报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "报表已写入预订进度报表.txt".
       DISPLAY "...统计完毕".
       STOP " ".
       EXIT PROGRAM.

       统计在手预定.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 尚未取车
       THEN MOVE 预定起 TO 起日暂存
            MOVE 归还止 TO 止日暂存
            CALL "日期工具" USING 今日日期 起日暂存
                日期差结果
            IF 日期差结果 >= 0 AND 日期差结果 < 84
            THEN COMPUTE 本条周次 = 日期差结果 / 7 + 1
                 EVALUATE 预定类别1
                 WHEN "С��" MOVE 1 TO 本条类别
                 WHEN "�г�" MOVE 2 TO 本条类别
                 WHEN OTHER MOVE 3 TO 本条类别
                 END-EVALUATE
                 MOVE 预定分店 TO 本条分店
                 PERFORM 计算租用天数
                 COMPUTE 分店位 = 本条分店 + 1
                 ADD 本条天数 TO
                   表今年在手(本条周次 本条类别 分店位)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.

       计算租用天数.
       CALL "日期工具" USING 起日暂存 止日暂存
           日期差结果.
       IF 日期差结果 < 1
       THEN MOVE 1 TO 本条天数
       ELSE IF 日期差结果 > 999
            THEN MOVE 999 TO 本条天数
            ELSE MOVE 日期差结果 TO 本条天数
            END-IF
       END-IF.

       推算去年周次.
       MOVE 0 TO 本条周次.
       CALL "日期工具" USING 今日日期 起日暂存
           日期差结果.
       COMPUTE 去年偏移 = 日期差结果 + 364.
       IF 去年偏移 >= 0 AND 去年偏移 < 84
       THEN COMPUTE 本条周次 = 去年偏移 / 7 + 1
       END-IF.

       收集去年账单.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 账单有效
       THEN MOVE 账单预定起 TO 起日暂存
            PERFORM 推算去年周次
            IF 本条周次 > 0
            THEN EVALUATE 账单类别1
                 WHEN "С��" MOVE 1 TO 本条类别
                 WHEN "�г�" MOVE 2 TO 本条类别
                 WHEN OTHER MOVE 3 TO 本条类别
                 END-EVALUATE
                 MOVE 账单分店 TO 本条分店
                 MOVE 租车天数 TO 本条天数
                 IF 本条天数 = 0
                 THEN MOVE 1 TO 本条天数
                 END-IF
                 MOVE 账单顾客号 TO 审计顾客号
                 MOVE 0 TO 审计序号
                 MOVE 1 TO 本条来源
                 PERFORM 加入去年明细 THRU 加入去年明细-EXIT
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.

       收集去年存档.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单存档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 存档状态 = 1
       THEN MOVE 存档预定起 TO 起日暂存
            PERFORM 推算去年周次
            IF 本条周次 > 0
            THEN EVALUATE 存档类别1
                 WHEN "С��" MOVE 1 TO 本条类别
                 WHEN "�г�" MOVE 2 TO 本条类别
                 WHEN OTHER MOVE 3 TO 本条类别
                 END-EVALUATE
                 MOVE 存档分店 TO 本条分店
                 MOVE 存档租车天数 TO 本条天数
                 IF 本条天数 = 0
                 THEN MOVE 1 TO 本条天数
                 END-IF
                 MOVE 存档账单顾客号 TO 审计顾客号
                 MOVE 0 TO 审计序号
                 MOVE 1 TO 本条来源
                 PERFORM 加入去年明细 THRU 加入去年明细-EXIT
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单存档.

       收集去年过期.
       OPEN INPUT 过期.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 过期 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 原预定起 TO 起日暂存
       PERFORM 推算去年周次
       IF 本条周次 > 0
       THEN EVALUATE 车辆类别
            WHEN "С��" MOVE 1 TO 本条类别
            WHEN "�г�" MOVE 2 TO 本条类别
            WHEN OTHER MOVE 3 TO 本条类别
            END-EVALUATE
            MOVE 0 TO 本条分店
            MOVE 原预定止 TO 止日暂存
            PERFORM 计算租用天数
            MOVE 原预定客户号 TO 审计顾客号
            MOVE 原预定序号 TO 审计序号
            MOVE 2 TO 本条来源
            PERFORM 加入去年明细 THRU 加入去年明细-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 过期.

       加入去年明细.
       IF 去年条数 >= 3000
       THEN DISPLAY "去年同期明细超过3000条,其余未计入."
            GO TO 加入去年明细-EXIT
       END-IF.
       COMPUTE 去年条数 = 去年条数 + 1.
       MOVE 本条来源 TO 去年来源(去年条数).
       MOVE 审计顾客号 TO 去年顾客号(去年条数).
       MOVE 审计序号 TO 去年序号(去年条数).
       MOVE 起日暂存 TO 去年起(去年条数).
       MOVE 本条周次 TO 去年周次(去年条数).
       MOVE 本条类别 TO 去年类别(去年条数).
       MOVE 本条分店 TO 去年分店(去年条数).
       MOVE 本条天数 TO 去年天数(去年条数).
       MOVE 0 TO 去年订日(去年条数).
       加入去年明细-EXIT.
       EXIT.

       对照预定审计.
       IF 去年条数 = 0
       THEN GO TO 对照预定审计-EXIT
       END-IF.
       OPEN INPUT 审计.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 审计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 操作文件 = "预定" AND 操作类型 = "新增"
          AND 操作记录键(1:10) IS NUMERIC
       THEN MOVE 操作记录键(1:6) TO 审计顾客号
            MOVE 操作记录键(7:4) TO 审计序号
            COMPUTE 订日暂存 = 20000000 + 操作日期
            PERFORM 核对审计预定
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 审计.
       对照预定审计-EXIT.
       EXIT.

       核对审计预定.
       MOVE 1 TO 去年下标.
       PERFORM UNTIL 去年下标 > 去年条数
       IF 去年顾客号(去年下标) = 审计顾客号
          AND 订日暂存 <= 去年起(去年下标)
       THEN IF 去年来源(去年下标) = 2
            THEN IF 去年序号(去年下标) = 审计序号
                 THEN MOVE 订日暂存 TO 去年订日(去年下标)
                 END-IF
            ELSE IF 订日暂存 > 去年订日(去年下标)
                 THEN MOVE 订日暂存 TO 去年订日(去年下标)
                 END-IF
            END-IF
       END-IF
       COMPUTE 去年下标 = 去年下标 + 1
       END-PERFORM.

       累计去年明细.
       MOVE 1 TO 去年下标.
       PERFORM UNTIL 去年下标 > 去年条数
       MOVE 去年周次(去年下标) TO 本条周次
       MOVE 去年类别(去年下标) TO 本条类别
       COMPUTE 分店位 = 去年分店(去年下标) + 1
       ADD 去年天数(去年下标) TO
           表去年最终(本条周次 本条类别 分店位)
       IF 去年订日(去年下标) = 0
       THEN ADD 1 TO 去年未知订日数
       ELSE MOVE 去年订日(去年下标) TO 订日暂存
            CALL "日期工具" USING 订日暂存 今日日期
                日期差结果
            IF 日期差结果 >= 364
            THEN ADD 去年天数(去年下标) TO
                 表去年同期(本条周次 本条类别 分店位)
            END-IF
       END-IF
       COMPUTE 去年下标 = 去年下标 + 1
       END-PERFORM.

       输出进度报表.
       OPEN OUTPUT 进度报表.
       MOVE SPACE TO 进度行.
       STRING "----预订进度报表----基准日期:"
                  DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              " 未来12周,单位:租用天数" DELIMITED BY SIZE
         INTO 进度行.
       PERFORM 写进度行.
       MOVE "(去年同期=去年同一提前量时已预订;"
         TO 进度行.
       PERFORM 写进度行.
       MOVE " 去年最终=去年该周取车及过期预定合计)"
         TO 进度行.
       PERFORM 写进度行.
       MOVE 0 TO 总计今年 总计去年同期 总计去年最终.
       OPEN INPUT 分店.
       MOVE 1 TO 周次下标.
       PERFORM UNTIL 周次下标 > 12
       PERFORM 输出单周
       COMPUTE 周次下标 = 周次下标 + 1
       END-PERFORM.
       CLOSE 分店.
       MOVE "========合计========" TO 项目名称.
       MOVE 总计今年 TO 本项今年.
       MOVE 总计去年同期 TO 本项去年同期.
       MOVE 总计去年最终 TO 本项去年最终.
       PERFORM 写对比行.
       IF 去年未知订日数 > 0
       THEN MOVE SPACE TO 进度行
            STRING "去年取车无预订记录(现场租车等)笔数:"
                       DELIMITED BY SIZE
                   去年未知订日数 DELIMITED BY SIZE
                   ",仅计入去年最终" DELIMITED BY SIZE
              INTO 进度行
            PERFORM 写进度行
       END-IF.
       CLOSE 进度报表.

       输出单周.
       COMPUTE 周偏移天数 = (周次下标 - 1) * 7.
       CALL "日期加减" USING 今日日期 周偏移天数
           周起日期.
       MOVE SPACE TO 进度行.
       STRING "第" DELIMITED BY SIZE
              周次下标 DELIMITED BY SIZE
              "周 起始日:" DELIMITED BY SIZE
              周起日期 DELIMITED BY SIZE
         INTO 进度行.
       PERFORM 写进度行.
       MOVE SPACE TO 进度行.
       STRING "  类别 分店 今年在手 去年同期 增减%"
                  DELIMITED BY SIZE
              " 去年最终 进度" DELIMITED BY SIZE
         INTO 进度行.
       PERFORM 写进度行.
       MOVE 0 TO 周计今年 周计去年同期 周计去年最终.
       MOVE 1 TO 类别下标.
       PERFORM UNTIL 类别下标 > 3
       EVALUATE 类别下标
       WHEN 1 MOVE "小车" TO 类别名称
       WHEN 2 MOVE "中车" TO 类别名称
       WHEN OTHER MOVE "大车以上" TO 类别名称
       END-EVALUATE
       MOVE 1 TO 分店下标
       PERFORM UNTIL 分店下标 > 100
       MOVE 表今年在手(周次下标 类别下标 分店下标)
         TO 本项今年
       MOVE 表去年同期(周次下标 类别下标 分店下标)
         TO 本项去年同期
       MOVE 表去年最终(周次下标 类别下标 分店下标)
         TO 本项去年最终
       IF 本项今年 > 0 OR 本项去年最终 > 0
       THEN COMPUTE 分店代码 = 分店下标 - 1
            READ 分店 KEY IS 分店代码
            INVALID KEY MOVE SPACE TO 分店名称
            END-READ
            IF 分店代码 = 0
            THEN MOVE "分店未详" TO 分店名称
            END-IF
            MOVE SPACE TO 项目名称
            STRING "  " DELIMITED BY SIZE
                   类别名称 DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   分店代码 DELIMITED BY SIZE
                   分店名称 DELIMITED BY SIZE
              INTO 项目名称
            PERFORM 写对比行
            ADD 本项今年 TO 周计今年
            ADD 本项去年同期 TO 周计去年同期
            ADD 本项去年最终 TO 周计去年最终
       END-IF
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM
       COMPUTE 类别下标 = 类别下标 + 1
       END-PERFORM.
       MOVE "  本周小计" TO 项目名称.
       MOVE 周计今年 TO 本项今年.
       MOVE 周计去年同期 TO 本项去年同期.
       MOVE 周计去年最终 TO 本项去年最终.
       PERFORM 写对比行.
       ADD 周计今年 TO 总计今年.
       ADD 周计去年同期 TO 总计去年同期.
       ADD 周计去年最终 TO 总计去年最终.

       写对比行.
       COMPUTE 进度差额 = 本项今年 - 本项去年同期.
       MOVE 0 TO 进度率.
       IF 本项去年同期 > 0
       THEN COMPUTE 进度率 ROUNDED =
                进度差额 * 100 / 本项去年同期
       END-IF.
       MOVE 进度率 TO 进度率显示.
       EVALUATE TRUE
       WHEN 本项去年同期 = 0 AND 本项今年 > 0
            MOVE "新增" TO 进度标志
       WHEN 进度差额 > 0 MOVE "领先" TO 进度标志
       WHEN 进度差额 < 0 MOVE "落后" TO 进度标志
       WHEN OTHER MOVE "持平" TO 进度标志
       END-EVALUATE.
       MOVE SPACE TO 进度行.
       STRING 项目名称 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项今年 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项去年同期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              进度率显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项去年最终 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              进度标志 DELIMITED BY SIZE
         INTO 进度行.
       PERFORM 写进度行.

       写进度行.
       WRITE 进度行.
       DISPLAY 进度行.
