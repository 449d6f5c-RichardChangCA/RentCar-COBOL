       IDENTIFICATION DIVISION.
       PROGRAM-ID.推荐登记.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 推荐 ASSIGN TO "推荐.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 被推荐顾客号
        ALTERNATE RECORD KEY IS 推荐人顾客号 WITH DUPLICATES.

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
       FD 推荐.
       01 推荐记录.
        05 被推荐顾客号 PIC 9(6).
        05 推荐人顾客号 PIC 9(6).
        05 推荐登记日期 PIC 9(8).
        05 推荐状态 PIC 9.
         88 推荐待转化 VALUE 0.
         88 推荐已转化 VALUE 1.
         88 推荐已拒绝 VALUE 2.
        05 推荐结案日期 PIC 9(8).
        05 推荐转化账单号 PIC 9(6).
        05 推荐奖励积分 PIC 9(5).
        05 推荐拒绝原因 PIC X(12).
        05 推荐经办员 PIC X(6).
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
       77 推荐人输入 PIC 9(6).
       77 推荐原因暂存 PIC X(12).
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       77 新顾客号参数 PIC 9(6).

       PROCEDURE DIVISION USING 当前操作员 新顾客号参数.
       DISPLAY "推荐人客户号(无推荐人请输入0):"
           NO ADVANCING.
       ACCEPT 推荐人输入.
       IF 推荐人输入 = 0
       THEN EXIT PROGRAM
       END-IF.
       CALL "推荐核查" USING 推荐人输入 新顾客号参数
           推荐原因暂存.
       IF 推荐原因暂存 NOT = SPACE
       THEN DISPLAY "推荐人不符合条件(" 推荐原因暂存
                "),未登记推荐关系."
            EXIT PROGRAM
       END-IF.
       OPEN I-O 推荐.
       MOVE 0 TO 推荐结案日期 推荐转化账单号.
       MOVE 0 TO 推荐奖励积分.
       MOVE SPACE TO 推荐拒绝原因.
       MOVE 新顾客号参数 TO 被推荐顾客号.
       MOVE 推荐人输入 TO 推荐人顾客号.
       ACCEPT 推荐登记日期 FROM DATE YYYYMMDD.
       SET 推荐待转化 TO TRUE.
       MOVE 当前操作员 TO 推荐经办员.
       WRITE 推荐记录
       INVALID KEY DISPLAY "该顾客已登记过推荐人."
                   CLOSE 推荐
                   EXIT PROGRAM
       END-WRITE.
       CLOSE 推荐.
       MOVE "推荐" TO 日志文件暂存.
       MOVE "写入" TO 日志动作暂存.
       MOVE 被推荐顾客号 TO 日志键暂存.
       MOVE 推荐记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       MOVE "推荐" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 被推荐顾客号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "推荐关系已登记,"
           "首次消费后为推荐人发放奖励积分.".
       EXIT PROGRAM.

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
