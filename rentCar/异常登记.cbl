       IDENTIFICATION DIVISION.
       PROGRAM-ID.异常登记.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 异常日志 ASSIGN TO "异常日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 异常主键
        FILE STATUS IS 异常日志状态.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD 异常日志.
       01 异常日志记录.
        05 异常主键.
         10 异常日期 PIC 9(8).
         10 异常时间 PIC 9(8).
         10 异常序号 PIC 99.
        05 异常程序 PIC X(16).
        05 异常文件 PIC X(12).
        05 异常状态 PIC XX.
        05 异常键值 PIC X(20).
        05 异常来源 PIC 9.
         88 异常来自夜批 VALUE 1.
         88 异常来自人工 VALUE 0.
        05 异常处置 PIC 9.
         88 异常未阅 VALUE 0.
         88 异常已阅 VALUE 1.
        05 异常阅者 PIC X(6).
        05 异常阅日 PIC 9(8).
       FD 批模式.
       01 批模式行 PIC X(10).

       WORKING-STORAGE SECTION.
       77 异常日志状态 PIC XX.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       01 登记是否完成 PIC 9.
        88 登记完成 VALUE 1.
        88 登记未完成 VALUE 0.
       LINKAGE SECTION.
       77 登记程序 PIC X(16).
       77 登记文件 PIC X(12).
       77 登记状态 PIC XX.
       77 登记键值 PIC X(20).

       PROCEDURE DIVISION USING 登记程序 登记文件
           登记状态 登记键值.
       PERFORM 检查批模式.
       OPEN I-O 异常日志.
       IF 异常日志状态 NOT = "00"
          AND 异常日志状态 NOT = "05"
       THEN DISPLAY "异常日志无法打开,状态:" NO ADVANCING
            DISPLAY 异常日志状态
            EXIT PROGRAM
       END-IF.
       ACCEPT 异常日期 FROM DATE YYYYMMDD.
       ACCEPT 异常时间 FROM TIME.
       MOVE 0 TO 异常序号.
       MOVE 登记程序 TO 异常程序.
       MOVE 登记文件 TO 异常文件.
       MOVE 登记状态 TO 异常状态.
       MOVE 登记键值 TO 异常键值.
       IF 批处理中
       THEN SET 异常来自夜批 TO TRUE
       ELSE SET 异常来自人工 TO TRUE
       END-IF.
       SET 异常未阅 TO TRUE.
       MOVE SPACE TO 异常阅者.
       MOVE 0 TO 异常阅日.
       SET 登记未完成 TO TRUE.
       PERFORM UNTIL 登记完成
       WRITE 异常日志记录
       INVALID KEY
            IF 异常序号 < 99
            THEN COMPUTE 异常序号 = 异常序号 + 1
            ELSE DISPLAY "异常日志写入失败,状态:" NO ADVANCING
                 DISPLAY 异常日志状态
                 SET 登记完成 TO TRUE
            END-IF
       NOT INVALID KEY SET 登记完成 TO TRUE
       END-WRITE
       END-PERFORM.
       CLOSE 异常日志.
       EXIT PROGRAM.

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

