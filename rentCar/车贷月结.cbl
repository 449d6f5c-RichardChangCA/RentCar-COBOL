       IDENTIFICATION DIVISION.
       PROGRAM-ID.车贷月结.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车贷协议 ASSIGN TO "车贷协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车贷车牌照
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 车贷计划 ASSIGN TO "车贷计划.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 计划主键
        FILE STATUS IS 文件状态码.

        SELECT 还款清单 ASSIGN TO "车贷还款清单.txt"
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
       FD 车贷协议.
       01 车贷协议记录.
        05 车贷车牌照 PIC X(6).
        05 车贷编号 PIC 9(6).
        05 车贷贷款方 PIC X(20).
        05 车贷本金 PIC 9(7).
        05 车贷年利率 PIC 9(2)V99.
        05 车贷期数 PIC 9(3).
        05 车贷起息日 PIC 9(8).
        05 车贷首期日 PIC 9(8).
        05 车贷月供 PIC 9(7).
        05 车贷状态 PIC 9.
         88 车贷在贷 VALUE 1.
         88 车贷已结清 VALUE 2.
         88 车贷提前结清 VALUE 3.
        05 车贷登记日期 PIC 9(8).
        05 车贷经办员 PIC X(6).
        05 车贷结清日期 PIC 9(8).
        05 车贷结清本金 PIC 9(7).
        05 车贷结清利息 PIC 9(7).
       FD 车贷计划.
       01 车贷计划记录.
        05 计划主键.
         10 计划车牌照 PIC X(6).
         10 计划期次 PIC 9(3).
        05 计划应还日期 PIC 9(8).
        05 计划期初余额 PIC 9(7).
        05 计划利息 PIC 9(7).
        05 计划本金 PIC 9(7).
        05 计划月供 PIC 9(7).
        05 计划期末余额 PIC 9(7).
        05 计划状态 PIC 9.
         88 计划未还 VALUE 0.
         88 计划已入账 VALUE 1.
         88 计划已注销 VALUE 2.
        05 计划入账日期 PIC 9(8).
       FD 还款清单.
       01 还款清单行 PIC X(100).
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
       77 入账期数 PIC 9(5).
       77 结清笔数 PIC 9(5).
       77 利息合计 PIC 9(9).
       77 本金合计 PIC 9(9).
       77 月供合计 PIC 9(9).
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
       77 异常程序名 PIC X(16) VALUE "车贷月结".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       车贷协议文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车贷协议.
       车贷协议文件出错处理.
       MOVE "车贷协议" TO 异常文件名.
       MOVE 车贷车牌照 TO 异常记录键.
       PERFORM 登记文件异常.
       车贷计划文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车贷计划.
       车贷计划文件出错处理.
       MOVE "车贷计划" TO 异常文件名.
       MOVE 计划主键 TO 异常记录键.
       PERFORM 登记文件异常.
       还款清单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 还款清单.
       还款清单文件出错处理.
       MOVE "还款清单" TO 异常文件名.
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
       DISPLAY "======== 车贷月结还款入账 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 今日日期 TO 截止日期.
       IF 人工操作
       THEN DISPLAY "请输入入账截止日期(YYYYMMDD,0为今日):"
                NO ADVANCING
            ACCEPT 截止日期
            IF 截止日期 = 0
            THEN MOVE 今日日期 TO 截止日期
            END-IF
       END-IF.
       MOVE 0 TO 入账期数 结清笔数.
       MOVE 0 TO 利息合计 本金合计 月供合计.
       OPEN OUTPUT 还款清单.
       MOVE SPACE TO 还款清单行.
       STRING "----车贷到期还款清单----截止日期:"
                  DELIMITED BY SIZE
              截止日期 DELIMITED BY SIZE
         INTO 还款清单行.
       WRITE 还款清单行.
       DISPLAY 还款清单行.
       MOVE SPACE TO 还款清单行.
       STRING "车牌 期次 应还日期 期初余额 利息 本金 "
                  DELIMITED BY SIZE
              "月供 期末余额 贷款方" DELIMITED BY SIZE
         INTO 还款清单行.
       WRITE 还款清单行.
       DISPLAY 还款清单行.
       OPEN I-O 车贷协议.
       OPEN I-O 车贷计划.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车贷计划 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 入账单期还款
                       THRU 入账单期还款-EXIT
       END-READ
       END-PERFORM.
       CLOSE 车贷计划.
       CLOSE 车贷协议.
       MOVE SPACE TO 还款清单行.
       STRING "入账期数:" DELIMITED BY SIZE
              入账期数 DELIMITED BY SIZE
              " 利息合计:" DELIMITED BY SIZE
              利息合计 DELIMITED BY SIZE
              " 本金合计:" DELIMITED BY SIZE
              本金合计 DELIMITED BY SIZE
              " 还款合计:" DELIMITED BY SIZE
              月供合计 DELIMITED BY SIZE
         INTO 还款清单行.
       WRITE 还款清单行.
       DISPLAY 还款清单行.
       MOVE SPACE TO 还款清单行.
       STRING "本次还清协议笔数:" DELIMITED BY SIZE
              结清笔数 DELIMITED BY SIZE
         INTO 还款清单行.
       WRITE 还款清单行.
       DISPLAY 还款清单行.
       CLOSE 还款清单.
       IF 入账期数 > 0
       THEN MOVE "车贷" TO 审计操作文件
            MOVE "月结" TO 审计操作类型
            MOVE 截止日期 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "清单已写入车贷还款清单.txt".
       MOVE "车贷还款" TO 归档报表名暂存.
       MOVE "车贷还款清单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 截止日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...车贷月结完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       入账单期还款.
       IF NOT 计划未还 OR 计划应还日期 > 截止日期
       THEN GO TO 入账单期还款-EXIT
       END-IF.
       MOVE 计划车牌照 TO 车贷车牌照.
       READ 车贷协议 KEY IS 车贷车牌照
       INVALID KEY GO TO 入账单期还款-EXIT
       END-READ.
       IF NOT 车贷在贷
       THEN GO TO 入账单期还款-EXIT
       END-IF.
       SET 计划已入账 TO TRUE.
       MOVE 今日日期 TO 计划入账日期.
       REWRITE 车贷计划记录.
       MOVE "还款" TO 日志文件暂存.
       MOVE "重写" TO 日志动作暂存.
       MOVE 计划主键 TO 日志键暂存.
       MOVE 车贷计划记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       ADD 1 TO 入账期数.
       ADD 计划利息 TO 利息合计.
       ADD 计划本金 TO 本金合计.
       ADD 计划月供 TO 月供合计.
       MOVE SPACE TO 还款清单行.
       STRING 计划车牌照 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              计划期次 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              计划应还日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              计划期初余额 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              计划利息 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              计划本金 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              计划月供 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              计划期末余额 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              车贷贷款方 DELIMITED BY SIZE
         INTO 还款清单行.
       WRITE 还款清单行.
       DISPLAY 还款清单行.
       IF 计划期末余额 = 0
       THEN SET 车贷已结清 TO TRUE
            MOVE 计划应还日期 TO 车贷结清日期
            REWRITE 车贷协议记录
            ADD 1 TO 结清笔数
            MOVE "车贷" TO 日志文件暂存
            MOVE "重写" TO 日志动作暂存
            MOVE 车贷车牌照 TO 日志键暂存
            MOVE 车贷协议记录 TO 日志映像暂存
            PERFORM 写日志记录
       END-IF.
       入账单期还款-EXIT.
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
