        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT 顾客备份 ASSIGN TO 顾客备份文件名
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备份顾客号
        FILE STATUS IS 文件状态码.

        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号
        FILE STATUS IS 文件状态码.

        SELECT 小车备份 ASSIGN TO 小车备份文件名
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备份小车号
        FILE STATUS IS 文件状态码.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号
        FILE STATUS IS 文件状态码.

        SELECT 中车备份 ASSIGN TO 中车备份文件名
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备份中车号
        FILE STATUS IS 文件状态码.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号
        FILE STATUS IS 文件状态码.

        SELECT 大备份 ASSIGN TO 大车备份文件名
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备份大车号
        FILE STATUS IS 文件状态码.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号
        FILE STATUS IS 文件状态码.

        SELECT 贵备份 ASSIGN TO 贵车备份文件名
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备份贵车号
        FILE STATUS IS 文件状态码.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 预定备份 ASSIGN TO 预定备份文件名
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备份预定主键
        FILE STATUS IS 文件状态码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 账单备份 ASSIGN TO 账单备份文件名
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备份账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 备份目录 ASSIGN TO "备份目录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 目录日期
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "数据备份".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客备份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客备份.
       顾客备份文件出错处理.
       MOVE "顾客备份" TO 异常文件名.
       MOVE 备份顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       小车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 小车.
       小车文件出错处理.
       MOVE "小车" TO 异常文件名.
       MOVE 小车号 TO 异常记录键.
       PERFORM 登记文件异常.
       小车备份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 小车备份.
       小车备份文件出错处理.
       MOVE "小车备份" TO 异常文件名.
       MOVE 备份小车号 TO 异常记录键.
       PERFORM 登记文件异常.
       中车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 中车.
       中车文件出错处理.
       MOVE "中车" TO 异常文件名.
       MOVE 中车号 TO 异常记录键.
       PERFORM 登记文件异常.
       中车备份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 中车备份.
       中车备份文件出错处理.
       MOVE "中车备份" TO 异常文件名.
       MOVE 备份中车号 TO 异常记录键.
       PERFORM 登记文件异常.
       大文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 大.
       大文件出错处理.
       MOVE "大" TO 异常文件名.
       MOVE 大车号 TO 异常记录键.
       PERFORM 登记文件异常.
       大备份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 大备份.
       大备份文件出错处理.
       MOVE "大备份" TO 异常文件名.
       MOVE 备份大车号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵.
       贵文件出错处理.
       MOVE "贵" TO 异常文件名.
       MOVE 贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵备份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵备份.
       贵备份文件出错处理.
       MOVE "贵备份" TO 异常文件名.
       MOVE 备份贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       预定备份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定备份.
       预定备份文件出错处理.
       MOVE "预定备份" TO 异常文件名.
       MOVE 备份预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       账单备份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单备份.
       账单备份文件出错处理.
       MOVE "账单备份" TO 异常文件名.
       MOVE 备份账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       批模式文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 批模式.
       批模式文件出错处理.
       MOVE "批模式" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       备份目录文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 备份目录.
       备份目录文件出错处理.
       MOVE "备份目录" TO 异常文件名.
       MOVE 目录日期 TO 异常记录键.
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
       PERFORM 检查批模式.
       DISPLAY 空白屏幕.
       DISPLAY "======== 数据文件每日备份 ========".
       PERFORM 落盘备份目录.
       PERFORM 清理过期生成.
       DISPLAY SPACE.
       DISPLAY "备份完毕,共备份7个数据文件,合计"
           NO ADVANCING.
       DISPLAY 备份记录总数 NO ADVANCING.
       DISPLAY "笔记录.".
       IF 人工操作
