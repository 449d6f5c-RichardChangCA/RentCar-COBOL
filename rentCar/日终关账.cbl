        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        LOCK MODE IS AUTOMATIC
        RECORD KEY IS 序列名
        FILE STATUS IS 文件状态码.

        SELECT 运行日志 ASSIGN TO "批运行日志.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       01 营业日是否存在 PIC 9.
        88 营业日存在 VALUE 1.
        88 营业日不存在 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "日终关账".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       控制文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 控制.
       控制文件出错处理.
       MOVE "控制" TO 异常文件名.
       MOVE 序列名 TO 异常记录键.
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
       OPEN I-O 控制.
       MOVE "营业日" TO 序列名.
       SET 营业日不存在 TO TRUE.
