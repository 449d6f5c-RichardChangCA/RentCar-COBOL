        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 账单存档 ASSIGN TO "账单存档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存档账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 检查点 ASSIGN TO "检查点.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 检查点名
        FILE STATUS IS 文件状态码.

        SELECT 运行日志 ASSIGN TO "批运行日志.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       01 归档是否完了 PIC 9.
        88 归档完了 VALUE 1.
        88 归档没完了 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "账单归档".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       账单存档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单存档.
       账单存档文件出错处理.
       MOVE "账单存档" TO 异常文件名.
       MOVE 存档账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       检查点文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 检查点.
       检查点文件出错处理.
       MOVE "检查点" TO 异常文件名.
       MOVE 检查点名 TO 异常记录键.
       PERFORM 登记文件异常.
       运行日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 运行日志.
       运行日志文件出错处理.
       MOVE "运行日志" TO 异常文件名.
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
       DISPLAY 空白屏幕.
       DISPLAY "======== 账单年终归档 ========".
       DISPLAY SPACE.
       DISPLAY "请输入归档截止日期(此日期之前归还的"
           NO ADVANCING.
       DISPLAY "账单将被归档,格式20160917):"
           NO ADVANCING.
       ACCEPT 归档截止日期.
       MOVE 0 TO 归档笔数 失败笔数 跳过笔数 检查点计数.
       NOT INVALID KEY
       IF 检查点运行中
       THEN SET 需要续跑 TO TRUE
            DISPLAY
              "检测到上次归档中断,进入校验续跑模式."
            MOVE 已处理数 TO 归档笔数
       END-IF
       END-READ.
