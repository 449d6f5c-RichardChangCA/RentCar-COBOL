       IDENTIFICATION DIVISION.
       PROGRAM-ID.分店结算.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 异地还车 ASSIGN TO "异地还车.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 异地账单号.

        SELECT OPTIONAL 分店结算 ASSIGN TO "分店结算.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 结算账单号
        ALTERNATE RECORD KEY IS 结算年月 WITH DUPLICATES.

        SELECT OPTIONAL 分成比例 ASSIGN TO "分成比例.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分成主键.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT 结算单 ASSIGN TO "分店结算单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD 异地还车.
       01 异地还车记录.
        05 异地账单号 PIC 9(6).
        05 异地取车分店 PIC 9(2).
        05 异地还车分店 PIC 9(2).
        05 异地还车日期 PIC 9(8).
        05 异地结算月 PIC 9(6).
       FD 分店结算.
       01 分店结算记录.
        05 结算账单号 PIC 9(6).
        05 结算年月 PIC 9(6).
        05 结算取车分店 PIC 9(2).
        05 结算还车分店 PIC 9(2).
        05 结算收入基数 PIC 9(7).
        05 结算单程费 PIC 9(4).
        05 结算分成比例 PIC 9(3).
        05 结算转出额 PIC 9(7).
        05 结算日期 PIC 9(8).
       FD 分成比例.
       01 分成比例记录.
        05 分成主键.
         10 分成取车分店 PIC 9(2).
         10 分成还车分店 PIC 9(2).
        05 取车分成比例 PIC 9(3).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 结算单.
       01 结算单行 PIC X(100).

       WORKING-STORAGE SECTION.
       77 选择 PIC 9.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 今日日期 PIC 9(8).
       77 结算年月输入 PIC 9(6).
       77 还车年月 PIC 9(6).
       77 取车分店输入 PIC 9(2).
       77 还车分店输入 PIC 9(2).
       77 比例输入 PIC 9(3).
       77 默认分成比例 PIC 9(3) VALUE 50.
       77 适用比例 PIC 9(3).
       77 本单金额 PIC 9(7).
       77 本单押金 PIC 9(4).
       77 本单积分抵 PIC 9(5).
       77 本单税额 PIC 9(4).
       77 本单单程费 PIC 9(4).
       77 收入基数有符 PIC S9(8).
       77 新结算笔数 PIC 9(5).
       77 结算笔数 PIC 9(5).
       77 转出合计 PIC 9(9).
       77 分店下标 PIC 9(3).
       77 净额有符 PIC S9(9).
       77 净额显示 PIC -(9)9.
       01 分店合计表.
        05 分店合计 OCCURS 99 TIMES.
         10 合计转入 PIC 9(9).
         10 合计转出 PIC 9(9).
         10 合计单程费 PIC 9(7).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 异地还车分店结算 ========".
       DISPLAY SPACE.
       DISPLAY "1、设定分成比例".
       DISPLAY SPACE.
       DISPLAY "2、浏览分成比例".
       DISPLAY SPACE.
       DISPLAY "3、月度分店结算".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 PERFORM 维护分成比例 THRU 维护分成比例-EXIT
       WHEN 2 PERFORM 浏览分成比例
       WHEN 3 PERFORM 月度分店结算
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...分店结算已结束".
       STOP " ".
       EXIT PROGRAM.

       维护分成比例.
       DISPLAY "取车店分得租金百分比,余归还车店.".
       DISPLAY "两店编号均输入0为全公司默认比例.".
       DISPLAY "请输入取车分店编号:" NO ADVANCING.
       ACCEPT 取车分店输入.
       DISPLAY "请输入还车分店编号:" NO ADVANCING.
       ACCEPT 还车分店输入.
       DISPLAY "请输入取车分店分成百分比(0-100):"
           NO ADVANCING.
       ACCEPT 比例输入.
       IF 比例输入 > 100
       THEN DISPLAY "百分比不能超过100,未保存."
            GO TO 维护分成比例-EXIT
       END-IF.
       OPEN I-O 分成比例.
       MOVE 取车分店输入 TO 分成取车分店.
       MOVE 还车分店输入 TO 分成还车分店.
       MOVE 比例输入 TO 取车分成比例.
       REWRITE 分成比例记录
       INVALID KEY WRITE 分成比例记录
       END-REWRITE.
       CLOSE 分成比例.
       MOVE "分成" TO 审计操作文件.
       MOVE "维护" TO 审计操作类型.
       MOVE 分成主键 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "分成比例已保存.".
       维护分成比例-EXIT.
       EXIT.

       浏览分成比例.
       DISPLAY "--分成比例(取车店/还车店/百分比)--".
       OPEN INPUT 分成比例.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 分成比例 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 分成取车分店 " " 分成还车分店
                      " " 取车分成比例
       END-READ
       END-PERFORM.
       CLOSE 分成比例.

       月度分店结算.
       DISPLAY "请输入结算年月(YYYYMM):" NO ADVANCING.
       ACCEPT 结算年月输入.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 新结算笔数.
       OPEN I-O 异地还车.
       OPEN INPUT 账单.
       OPEN I-O 分店结算.
       OPEN INPUT 分成比例.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 异地还车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       COMPUTE 还车年月 = 异地还车日期 / 100
       IF 异地结算月 = 0 AND 还车年月 = 结算年月输入
       THEN PERFORM 结算单张账单 THRU 结算单张账单-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分成比例.
       CLOSE 分店结算.
       CLOSE 账单.
       CLOSE 异地还车.
       DISPLAY "本次新结算异地账单数:" NO ADVANCING.
       DISPLAY 新结算笔数.
       IF 新结算笔数 > 0
       THEN MOVE "结算" TO 审计操作文件
            MOVE "月结" TO 审计操作类型
            MOVE 结算年月输入 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       PERFORM 打印结算单.

       结算单张账单.
       SET 没找到 TO TRUE.
       MOVE 异地账单号 TO 账单号.
       READ 账单 KEY IS 账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 账单有效
       THEN SET 找到 TO TRUE
       END-IF
       END-READ.
       IF 没找到
       THEN GO TO 结算单张账单-EXIT
       END-IF.
       MOVE 总金额 TO 本单金额.
       MOVE 已收押金 TO 本单押金.
       MOVE 积分抵扣 TO 本单积分抵.
       MOVE 账单税额 TO 本单税额.
       MOVE 单程费 TO 本单单程费.
       COMPUTE 收入基数有符 = 本单金额 + 本单押金
           + 本单积分抵 - 本单税额 - 本单单程费.
       IF 收入基数有符 < 0
       THEN MOVE 0 TO 收入基数有符
       END-IF.
       PERFORM 查找分成比例.
       MOVE 异地账单号 TO 结算账单号.
       MOVE 结算年月输入 TO 结算年月.
       MOVE 异地取车分店 TO 结算取车分店.
       MOVE 异地还车分店 TO 结算还车分店.
       MOVE 收入基数有符 TO 结算收入基数.
       MOVE 本单单程费 TO 结算单程费.
       MOVE 适用比例 TO 结算分成比例.
       COMPUTE 结算转出额 ROUNDED =
           结算收入基数 * 适用比例 / 100.
       MOVE 今日日期 TO 结算日期.
       WRITE 分店结算记录
       INVALID KEY REWRITE 分店结算记录
       END-WRITE.
       MOVE 结算年月输入 TO 异地结算月.
       REWRITE 异地还车记录.
       COMPUTE 新结算笔数 = 新结算笔数 + 1.
       结算单张账单-EXIT.
       EXIT.

       查找分成比例.
       MOVE 默认分成比例 TO 适用比例.
       MOVE 0 TO 分成取车分店.
       MOVE 0 TO 分成还车分店.
       READ 分成比例 KEY IS 分成主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 取车分成比例 TO 适用比例
       END-READ.
       MOVE 异地取车分店 TO 分成取车分店.
       MOVE 异地还车分店 TO 分成还车分店.
       READ 分成比例 KEY IS 分成主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 取车分成比例 TO 适用比例
       END-READ.

       打印结算单.
       MOVE ZERO TO 分店合计表.
       MOVE 0 TO 结算笔数 转出合计.
       OPEN OUTPUT 结算单.
       MOVE SPACE TO 结算单行.
       STRING "----异地还车分店结算单 " DELIMITED BY SIZE
              结算年月输入 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 结算单行.
       WRITE 结算单行.
       DISPLAY 结算单行.
       MOVE "账单号 取车 还车 收入 比例 划转 单程费"
         TO 结算单行.
       WRITE 结算单行.
       DISPLAY 结算单行.
       OPEN INPUT 分店结算.
       SET 没完了 TO TRUE.
       MOVE 结算年月输入 TO 结算年月.
       START 分店结算 KEY IS = 结算年月
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 分店结算 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 结算年月 NOT = 结算年月输入
       THEN SET 完了 TO TRUE
       ELSE PERFORM 写结算明细
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分店结算.
       MOVE SPACE TO 结算单行.
       WRITE 结算单行.
       MOVE "--分店净额(转入/转出/单程费/净额)--"
         TO 结算单行.
       WRITE 结算单行.
       DISPLAY 结算单行.
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       IF 合计转入(分店下标) > 0
          OR 合计转出(分店下标) > 0
          OR 合计单程费(分店下标) > 0
       THEN PERFORM 写分店净额
       END-IF
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM.
       MOVE SPACE TO 结算单行.
       STRING "结算账单数:" DELIMITED BY SIZE
              结算笔数 DELIMITED BY SIZE
              " 店间划转合计:" DELIMITED BY SIZE
              转出合计 DELIMITED BY SIZE
         INTO 结算单行.
       WRITE 结算单行.
       DISPLAY 结算单行.
       CLOSE 结算单.
       DISPLAY "结算单已写入分店结算单.txt".
       MOVE "分店结算" TO 归档报表名暂存.
       MOVE "分店结算单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 结算年月输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       写结算明细.
       COMPUTE 结算笔数 = 结算笔数 + 1.
       ADD 结算转出额 TO 转出合计.
       IF 结算取车分店 > 0
       THEN ADD 结算转出额 TO 合计转入(结算取车分店)
       END-IF.
       IF 结算还车分店 > 0
       THEN ADD 结算转出额 TO 合计转出(结算还车分店)
            ADD 结算单程费 TO 合计单程费(结算还车分店)
       END-IF.
       MOVE SPACE TO 结算单行.
       STRING 结算账单号 DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              结算取车分店 DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              结算还车分店 DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              结算收入基数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              结算分成比例 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              结算转出额 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              结算单程费 DELIMITED BY SIZE
         INTO 结算单行.
       WRITE 结算单行.
       DISPLAY 结算单行.

       写分店净额.
       COMPUTE 净额有符 = 合计转入(分店下标)
           - 合计转出(分店下标).
       MOVE 净额有符 TO 净额显示.
       MOVE SPACE TO 结算单行.
       STRING "分店" DELIMITED BY SIZE
              分店下标 DELIMITED BY SIZE
              " 转入:" DELIMITED BY SIZE
              合计转入(分店下标) DELIMITED BY SIZE
              " 转出:" DELIMITED BY SIZE
              合计转出(分店下标) DELIMITED BY SIZE
              " 单程费:" DELIMITED BY SIZE
              合计单程费(分店下标) DELIMITED BY SIZE
              " 净额:" DELIMITED BY SIZE
              净额显示 DELIMITED BY SIZE
         INTO 结算单行.
       WRITE 结算单行.
       DISPLAY 结算单行.

       写审计记录.
       OPEN I-O 审计.
       MOVE "审计" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 审计编号.
       ACCEPT 操作日期 FROM DATE.
       ACCEPT 操作时间 FROM TIME.
       MOVE 审计操作文件 TO 操作文件.
       MOVE 审计操作类型 TO 操作类型.
       MOVE 审计操作键 TO 操作记录键.
       MOVE 当前操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.
