        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 费率 ASSIGN TO "费率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 费率编号
        FILE STATUS IS 文件状态码.

        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号
        FILE STATUS IS 文件状态码.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号
        FILE STATUS IS 文件状态码.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号
        FILE STATUS IS 文件状态码.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 导出 ASSIGN TO "可用导出.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "可用导出".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       费率文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 费率.
       费率文件出错处理.
       MOVE "费率" TO 异常文件名.
       MOVE 费率编号 TO 异常记录键.
       PERFORM 登记文件异常.
       小车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 小车.
       小车文件出错处理.
       MOVE "小车" TO 异常文件名.
       MOVE 小车号 TO 异常记录键.
       PERFORM 登记文件异常.
       中车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 中车.
       中车文件出错处理.
       MOVE "中车" TO 异常文件名.
       MOVE 中车号 TO 异常记录键.
       PERFORM 登记文件异常.
       大文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 大.
       大文件出错处理.
       MOVE "大" TO 异常文件名.
       MOVE 大车号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵.
       贵文件出错处理.
       MOVE "贵" TO 异常文件名.
       MOVE 贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       车辆主档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车辆主档.
       车辆主档文件出错处理.
       MOVE "车辆主档" TO 异常文件名.
       MOVE 主档主键 TO 异常记录键.
       PERFORM 登记文件异常.
       批模式文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 批模式.
       批模式文件出错处理.
       MOVE "批模式" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       导出文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 导出.
       导出文件出错处理.
       MOVE "导出" TO 异常文件名.
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
