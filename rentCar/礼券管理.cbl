       IDENTIFICATION DIVISION.
       PROGRAM-ID.礼券管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 礼券 ASSIGN TO "礼券.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 礼券序号.

        SELECT OPTIONAL 礼券流水 ASSIGN TO "礼券流水.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 礼券流水编号.

        SELECT 礼券负债报表 ASSIGN TO "礼券负债报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号.

       DATA DIVISION.
       FILE SECTION.
       FD 礼券.
       01 礼券记录.
        05 礼券序号 PIC 9(8).
        05 礼券面值 PIC 9(5).
        05 礼券余额 PIC 9(5).
        05 礼券售出日期 PIC 9(8).
        05 礼券到期日期 PIC 9(8).
        05 礼券购买人 PIC X(20).
        05 礼券购买客户号 PIC 9(6).
        05 礼券付款方式 PIC X(4).
        05 礼券状态 PIC 9.
         88 礼券有效 VALUE 1.
         88 礼券已用完 VALUE 2.
         88 礼券已逾期 VALUE 3.
        05 礼券末次使用日期 PIC 9(8).
        05 礼券逾期日期 PIC 9(8).
        05 礼券经办员 PIC X(6).
       FD 礼券流水.
       01 礼券流水记录.
        05 礼券流水编号 PIC 9(8).
        05 礼券流水序号 PIC 9(8).
        05 礼券流水日期 PIC 9(8).
        05 礼券流水类型 PIC X(6).
         88 流水售出 VALUE "售出".
         88 流水兑换 VALUE "兑换".
         88 流水逾期 VALUE "逾期".
        05 礼券流水金额 PIC 9(5).
        05 礼券流水余额 PIC 9(5).
        05 礼券流水账单号 PIC 9(6).
        05 礼券流水付款方式 PIC X(4).
        05 礼券流水经办员 PIC X(6).
       FD 礼券负债报表.
       01 礼券报表行 PIC X(100).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 日志.
       01 日志记录.
        05 日志编号 PIC 9(8).
        05 日志日期 PIC 9(8).
        05 日志时间 PIC 9(8).
        05 日志文件 PIC X(8).
        05 日志动作 PIC X(8).
        05 日志键 PIC X(12).
        05 日志映像 PIC X(250).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 选择 PIC 9.
       77 确认选择 PIC X.
       77 今日日期 PIC 9(8).
       77 面值输入 PIC 9(5).
       77 张数输入 PIC 9(2).
       77 已售张数 PIC 9(2).
       77 有效天数输入 PIC 9(4).
       77 到期日期暂存 PIC 9(8).
       77 购买人输入 PIC X(20).
       77 购买客户号输入 PIC 9(6).
       77 付款方式输入 PIC X(4).
       77 序号输入 PIC 9(8).
       77 首张序号 PIC 9(8).
       77 末张序号 PIC 9(8).
       77 售出金额合计 PIC 9(7).
       77 负债张数 PIC 9(5).
       77 负债面值合计 PIC 9(9).
       77 负债余额合计 PIC 9(9).
       77 九十天后 PIC 9(8).
       77 九十天 PIC 9(4) VALUE 90.
       77 即将到期余额 PIC 9(9).
       77 已过期未核销余额 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 礼券管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、售出礼券".
       DISPLAY SPACE.
       DISPLAY "2、查询礼券及流水".
       DISPLAY SPACE.
       DISPLAY "3、礼券负债报表".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 售出礼券 THRU 售出礼券-EXIT
       WHEN 2 PERFORM 查询礼券 THRU 查询礼券-EXIT
       WHEN 3 PERFORM 礼券负债汇总
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...礼券管理已结束".
       STOP " ".
       EXIT PROGRAM.

       售出礼券.
       DISPLAY "请输入购买人(单位或个人名称):"
           NO ADVANCING.
       ACCEPT 购买人输入.
       IF 购买人输入 = SPACE
       THEN DISPLAY "必须登记购买人!"
            GO TO 售出礼券-EXIT
       END-IF.
       DISPLAY "购买人客户号(非本公司客户请输入0):"
           NO ADVANCING.
       ACCEPT 购买客户号输入.
       DISPLAY "请输入每张面值:" NO ADVANCING.
       ACCEPT 面值输入.
       IF 面值输入 = 0
       THEN DISPLAY "面值不能为0!"
            GO TO 售出礼券-EXIT
       END-IF.
       DISPLAY "请输入张数(1-99):" NO ADVANCING.
       ACCEPT 张数输入.
       IF 张数输入 = 0
       THEN GO TO 售出礼券-EXIT
       END-IF.
       DISPLAY "请输入有效天数(0为365天):" NO ADVANCING.
       ACCEPT 有效天数输入.
       IF 有效天数输入 = 0
       THEN MOVE 365 TO 有效天数输入
       END-IF.
       CALL "日期加减" USING 今日日期 有效天数输入
           到期日期暂存.
       DISPLAY "付款方式(现金/刷卡):" NO ADVANCING.
       ACCEPT 付款方式输入.
       IF 付款方式输入 NOT = "现金"
          AND 付款方式输入 NOT = "刷卡"
       THEN DISPLAY "礼券只能以现金或刷卡购买!"
            GO TO 售出礼券-EXIT
       END-IF.
       COMPUTE 售出金额合计 = 面值输入 * 张数输入.
       DISPLAY "共" 张数输入 "张,每张" 面值输入
           ",合计" 售出金额合计
           ",有效期至" 到期日期暂存.
       DISPLAY "确认售出吗?(Y/N):" NO ADVANCING.
       ACCEPT 确认选择.
       IF 确认选择 NOT = "Y" AND 确认选择 NOT = "y"
       THEN GO TO 售出礼券-EXIT
       END-IF.
       MOVE 0 TO 已售张数 首张序号 末张序号.
       OPEN I-O 礼券.
       OPEN I-O 礼券流水.
       PERFORM UNTIL 已售张数 = 张数输入
       PERFORM 售出单张礼券
       COMPUTE 已售张数 = 已售张数 + 1
       END-PERFORM.
       CLOSE 礼券流水.
       CLOSE 礼券.
       MOVE "礼券" TO 审计操作文件.
       MOVE "售出" TO 审计操作类型.
       MOVE 首张序号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "售出完成,礼券序号" 首张序号
           "至" 末张序号.
       DISPLAY "请将序号逐张填写于礼券票面.".
       售出礼券-EXIT.
       EXIT.

       售出单张礼券.
       MOVE 0 TO 礼券末次使用日期 礼券逾期日期.
       MOVE "礼券" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 礼券序号.
       MOVE 面值输入 TO 礼券面值.
       MOVE 面值输入 TO 礼券余额.
       MOVE 今日日期 TO 礼券售出日期.
       MOVE 到期日期暂存 TO 礼券到期日期.
       MOVE 购买人输入 TO 礼券购买人.
       MOVE 购买客户号输入 TO 礼券购买客户号.
       MOVE 付款方式输入 TO 礼券付款方式.
       SET 礼券有效 TO TRUE.
       MOVE 当前操作员 TO 礼券经办员.
       WRITE 礼券记录.
       MOVE "礼券" TO 日志文件暂存.
       MOVE "写入" TO 日志动作暂存.
       MOVE 礼券序号 TO 日志键暂存.
       MOVE 礼券记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       IF 首张序号 = 0
       THEN MOVE 礼券序号 TO 首张序号
       END-IF.
       MOVE 礼券序号 TO 末张序号.
       MOVE 0 TO 礼券流水账单号.
       MOVE "券流" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 礼券流水编号.
       MOVE 礼券序号 TO 礼券流水序号.
       MOVE 今日日期 TO 礼券流水日期.
       SET 流水售出 TO TRUE.
       MOVE 面值输入 TO 礼券流水金额.
       MOVE 面值输入 TO 礼券流水余额.
       MOVE 付款方式输入 TO 礼券流水付款方式.
       MOVE 当前操作员 TO 礼券流水经办员.
       WRITE 礼券流水记录.

       查询礼券.
       DISPLAY "请输入礼券序号:" NO ADVANCING.
       ACCEPT 序号输入.
       OPEN INPUT 礼券.
       MOVE 序号输入 TO 礼券序号.
       READ 礼券 KEY IS 礼券序号
       INVALID KEY DISPLAY "没有该礼券!"
                   CLOSE 礼券
                   GO TO 查询礼券-EXIT
       END-READ.
       CLOSE 礼券.
       DISPLAY "--礼券(序号/面值/余额/售出日期/"
           "到期日期/购买人/客户号/付款方式/"
           "状态/末次使用/逾期日期/经办员)--".
       DISPLAY "--状态:1有效 2已用完 3逾期核销--".
       DISPLAY 礼券记录.
       DISPLAY "--流水(编号/序号/日期/类型/金额/余额/"
           "账单号/付款方式/经办员)--".
       OPEN INPUT 礼券流水.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 礼券流水 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 礼券流水序号 = 序号输入
       THEN DISPLAY 礼券流水记录
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 礼券流水.
       查询礼券-EXIT.
       EXIT.

       礼券负债汇总.
       MOVE 0 TO 负债张数 负债面值合计 负债余额合计.
       MOVE 0 TO 即将到期余额 已过期未核销余额.
       CALL "日期加减" USING 今日日期 九十天 九十天后.
       OPEN OUTPUT 礼券负债报表.
       MOVE SPACE TO 礼券报表行.
       STRING "----礼券负债报表----截至:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 礼券报表行.
       WRITE 礼券报表行.
       DISPLAY 礼券报表行.
       MOVE SPACE TO 礼券报表行.
       STRING "序号 售出日期 到期日期 面值 余额 "
                  DELIMITED BY SIZE
              "购买人" DELIMITED BY SIZE
         INTO 礼券报表行.
       WRITE 礼券报表行.
       DISPLAY 礼券报表行.
       OPEN INPUT 礼券.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 礼券 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 礼券有效 AND 礼券余额 > 0
       THEN PERFORM 写负债明细行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 礼券.
       MOVE SPACE TO 礼券报表行.
       STRING "未兑付张数:" DELIMITED BY SIZE
              负债张数 DELIMITED BY SIZE
              " 面值合计:" DELIMITED BY SIZE
              负债面值合计 DELIMITED BY SIZE
              " 负债余额合计:" DELIMITED BY SIZE
              负债余额合计 DELIMITED BY SIZE
         INTO 礼券报表行.
       WRITE 礼券报表行.
       DISPLAY 礼券报表行.
       MOVE SPACE TO 礼券报表行.
       STRING "其中90天内到期:" DELIMITED BY SIZE
              即将到期余额 DELIMITED BY SIZE
              " 已过期待年终核销:" DELIMITED BY SIZE
              已过期未核销余额 DELIMITED BY SIZE
         INTO 礼券报表行.
       WRITE 礼券报表行.
       DISPLAY 礼券报表行.
       CLOSE 礼券负债报表.
       DISPLAY "报表已写入礼券负债报表.txt".
       MOVE "礼券负债" TO 归档报表名暂存.
       MOVE "礼券负债报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.

       写负债明细行.
       ADD 1 TO 负债张数.
       ADD 礼券面值 TO 负债面值合计.
       ADD 礼券余额 TO 负债余额合计.
       IF 礼券到期日期 < 今日日期
       THEN ADD 礼券余额 TO 已过期未核销余额
       ELSE IF 礼券到期日期 <= 九十天后
            THEN ADD 礼券余额 TO 即将到期余额
            END-IF
       END-IF.
       MOVE SPACE TO 礼券报表行.
       STRING 礼券序号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券售出日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券到期日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券面值 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券余额 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券购买人 DELIMITED BY SIZE
         INTO 礼券报表行.
       WRITE 礼券报表行.
       DISPLAY 礼券报表行.

       写日志记录.
       OPEN I-O 日志.
       MOVE "日志" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 日志编号.
       ACCEPT 日志日期 FROM DATE YYYYMMDD.
       ACCEPT 日志时间 FROM TIME.
       MOVE 日志文件暂存 TO 日志文件.
       MOVE 日志动作暂存 TO 日志动作.
       MOVE 日志键暂存 TO 日志键.
       MOVE 日志映像暂存 TO 日志映像.
       WRITE 日志记录.
       CLOSE 日志.

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
