       IDENTIFICATION DIVISION.
       PROGRAM-ID.礼券逾期.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 礼券 ASSIGN TO "礼券.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 礼券序号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 礼券流水 ASSIGN TO "礼券流水.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 礼券流水编号
        FILE STATUS IS 文件状态码.

        SELECT 逾期报表单 ASSIGN TO "礼券逾期报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

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
       FD 逾期报表单.
       01 逾期报表行 PIC X(100).
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
       FD 培训标志.
       01 培训标志行 PIC X(10).
       FD 批模式.
       01 批模式行 PIC X(10).

       WORKING-STORAGE SECTION.
       01 培训模式状态 PIC 9.
        88 培训模式中 VALUE 1.
        88 非培训模式 VALUE 0.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       77 今日日期 PIC 9(8).
       77 截止日期 PIC 9(8).
       77 今日月份 PIC 9(2).
       77 逾期金额暂存 PIC 9(5).
       77 逾期张数 PIC 9(5).
       77 逾期金额合计 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "礼券逾期".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       礼券文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 礼券.
       礼券文件出错处理.
       MOVE "礼券" TO 异常文件名.
       MOVE 礼券序号 TO 异常记录键.
       PERFORM 登记文件异常.
       礼券流水文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 礼券流水.
       礼券流水文件出错处理.
       MOVE "礼券流水" TO 异常文件名.
       MOVE 礼券流水编号 TO 异常记录键.
       PERFORM 登记文件异常.
       逾期报表单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 逾期报表单.
       逾期报表单文件出错处理.
       MOVE "逾期报表单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
       PERFORM 登记文件异常.
       日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 日志.
       日志文件出错处理.
       MOVE "日志" TO 异常文件名.
       MOVE 日志编号 TO 异常记录键.
       PERFORM 登记文件异常.
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       批模式文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 批模式.
       批模式文件出错处理.
       MOVE "批模式" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
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
       PERFORM 检查培训模式.
       IF 培训模式中
       THEN DISPLAY "培训模式下本功能已停用."
            EXIT PROGRAM
       END-IF.
       PERFORM 检查批模式.
       DISPLAY "======== 礼券逾期年终核销 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 今日日期(5:2) TO 今日月份.
       IF 批处理中 AND 今日月份 NOT = 12
       THEN DISPLAY "非年终月末,本步骤不执行."
            EXIT PROGRAM
       END-IF.
       MOVE 今日日期 TO 截止日期.
       IF 人工操作
       THEN DISPLAY "请输入核销截止日期(YYYYMMDD,0为今日):"
                NO ADVANCING
            ACCEPT 截止日期
            IF 截止日期 = 0
            THEN MOVE 今日日期 TO 截止日期
            END-IF
       END-IF.
       MOVE 0 TO 逾期张数 逾期金额合计.
       OPEN OUTPUT 逾期报表单.
       MOVE SPACE TO 逾期报表行.
       STRING "----礼券逾期核销清单----截止日期:"
                  DELIMITED BY SIZE
              截止日期 DELIMITED BY SIZE
         INTO 逾期报表行.
       WRITE 逾期报表行.
       DISPLAY 逾期报表行.
       MOVE SPACE TO 逾期报表行.
       STRING "序号 售出日期 到期日期 面值 核销金额 "
                  DELIMITED BY SIZE
              "购买人" DELIMITED BY SIZE
         INTO 逾期报表行.
       WRITE 逾期报表行.
       DISPLAY 逾期报表行.
       OPEN I-O 礼券.
       OPEN I-O 礼券流水.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 礼券 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 核销单张礼券
                       THRU 核销单张礼券-EXIT
       END-READ
       END-PERFORM.
       CLOSE 礼券流水.
       CLOSE 礼券.
       MOVE SPACE TO 逾期报表行.
       STRING "核销张数:" DELIMITED BY SIZE
              逾期张数 DELIMITED BY SIZE
              " 转入逾期收入合计:" DELIMITED BY SIZE
              逾期金额合计 DELIMITED BY SIZE
         INTO 逾期报表行.
       WRITE 逾期报表行.
       DISPLAY 逾期报表行.
       CLOSE 逾期报表单.
       IF 逾期张数 > 0
       THEN MOVE "礼券" TO 审计操作文件
            MOVE "逾期" TO 审计操作类型
            MOVE 截止日期 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "清单已写入礼券逾期报表.txt".
       MOVE "礼券逾期" TO 归档报表名暂存.
       MOVE "礼券逾期报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 截止日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...礼券逾期核销完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       核销单张礼券.
       IF NOT 礼券有效 OR 礼券余额 = 0
       THEN GO TO 核销单张礼券-EXIT
       END-IF.
       IF 礼券到期日期 >= 截止日期
       THEN GO TO 核销单张礼券-EXIT
       END-IF.
       MOVE 礼券余额 TO 逾期金额暂存.
       MOVE 0 TO 礼券余额.
       SET 礼券已逾期 TO TRUE.
       MOVE 今日日期 TO 礼券逾期日期.
       REWRITE 礼券记录.
       MOVE "礼券" TO 日志文件暂存.
       MOVE "重写" TO 日志动作暂存.
       MOVE 礼券序号 TO 日志键暂存.
       MOVE 礼券记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       MOVE 0 TO 礼券流水账单号.
       MOVE SPACE TO 礼券流水付款方式.
       MOVE "券流" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 礼券流水编号.
       MOVE 礼券序号 TO 礼券流水序号.
       MOVE 今日日期 TO 礼券流水日期.
       SET 流水逾期 TO TRUE.
       MOVE 逾期金额暂存 TO 礼券流水金额.
       MOVE 0 TO 礼券流水余额.
       MOVE 批处理操作员 TO 礼券流水经办员.
       WRITE 礼券流水记录.
       ADD 1 TO 逾期张数.
       ADD 逾期金额暂存 TO 逾期金额合计.
       MOVE SPACE TO 逾期报表行.
       STRING 礼券序号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券售出日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券到期日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券面值 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              逾期金额暂存 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              礼券购买人 DELIMITED BY SIZE
         INTO 逾期报表行.
       WRITE 逾期报表行.
       DISPLAY 逾期报表行.
       核销单张礼券-EXIT.
       EXIT.

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
       MOVE 批处理操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.

       检查批模式.
       SET 人工操作 TO TRUE.
       OPEN INPUT 批模式.
       READ 批模式
       AT END CONTINUE
       NOT AT END
       IF 批模式行(1:1) = "1"
       THEN SET 批处理中 TO TRUE
       END-IF
       END-READ.
       CLOSE 批模式.

       检查培训模式.
       SET 非培训模式 TO TRUE.
       OPEN INPUT 培训标志.
       READ 培训标志
       AT END CONTINUE
       NOT AT END
       IF 培训标志行(1:1) = "1"
       THEN SET 培训模式中 TO TRUE
       END-IF
       END-READ.
       CLOSE 培训标志.
