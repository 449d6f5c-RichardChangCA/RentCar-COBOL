       IDENTIFICATION DIVISION.
       PROGRAM-ID.身份登记.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 顾客身份 ASSIGN TO "顾客身份.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 身份顾客号
        ALTERNATE RECORD KEY IS 身份证号 WITH DUPLICATES.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 顾客身份.
       01 顾客身份记录.
        05 身份顾客号 PIC 9(6).
        05 身份证号 PIC X(18).
        05 身份登记日期 PIC 9(8).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 身份证输入 PIC X(18).
       77 校验结果 PIC 9.
       77 原身份证号 PIC X(18).
       01 身份是否已登记 PIC 9.
        88 身份已登记 VALUE 1.
        88 身份未登记 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       77 身份模式参数 PIC 9.
       77 身份顾客号参数 PIC 9(6).
       77 身份结果参数 PIC 9.

       PROCEDURE DIVISION USING 当前操作员 身份模式参数
           身份顾客号参数 身份结果参数.
       MOVE 0 TO 身份结果参数.
       SET 身份未登记 TO TRUE.
       MOVE SPACE TO 原身份证号.
       OPEN INPUT 顾客身份.
       MOVE 身份顾客号参数 TO 身份顾客号.
       READ 顾客身份 KEY IS 身份顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 身份已登记 TO TRUE
                       MOVE 身份证号 TO 原身份证号
       END-READ.
       CLOSE 顾客身份.
       IF 身份已登记
       THEN MOVE 1 TO 身份结果参数
       END-IF.
       IF 身份已登记 AND 身份模式参数 = 1
       THEN GO TO 身份登记-EXIT
       END-IF.
       IF 身份已登记
       THEN DISPLAY "当前身份证号码:" NO ADVANCING
            DISPLAY 原身份证号
       END-IF.

       重新输入身份证.
       MOVE SPACE TO 身份证输入.
       DISPLAY "请输入身份证号码(18位,无请直接回车):"
           NO ADVANCING.
       ACCEPT 身份证输入.
       IF 身份证输入 = SPACE
       THEN GO TO 身份登记-EXIT
       END-IF.
       CALL "身份证校验" USING 身份证输入 校验结果.
       IF 校验结果 NOT = 1
       THEN DISPLAY "身份证号码校验位不符或格式错误,"
                "请重新输入."
            GO TO 重新输入身份证
       END-IF.
       IF 身份证输入(18:1) = "x"
       THEN MOVE "X" TO 身份证输入(18:1)
       END-IF.
       OPEN I-O 顾客身份.
       MOVE 身份顾客号参数 TO 身份顾客号.
       MOVE 身份证输入 TO 身份证号.
       ACCEPT 身份登记日期 FROM DATE YYYYMMDD.
       IF 身份已登记
       THEN REWRITE 顾客身份记录
            MOVE "修改" TO 审计操作类型
       ELSE WRITE 顾客身份记录
            MOVE "新增" TO 审计操作类型
       END-IF.
       CLOSE 顾客身份.
       MOVE "身份" TO 审计操作文件.
       MOVE 身份顾客号参数 TO 审计操作键.
       PERFORM 写审计记录.
       MOVE 1 TO 身份结果参数.
       DISPLAY "身份证号码已登记.".
       身份登记-EXIT.
       EXIT PROGRAM.

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
