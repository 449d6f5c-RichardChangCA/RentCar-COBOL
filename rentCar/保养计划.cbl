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

        SELECT 保养工单 ASSIGN TO "保养工单.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "保养计划".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
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
       保养工单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 保养工单.
       保养工单文件出错处理.
       MOVE "保养工单" TO 异常文件名.
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
       DISPLAY "======== 车辆保养计划批处理 ========".
       DISPLAY SPACE.
       MOVE 小车公里数3 TO 当前公里数
       MOVE 小车保养里程 TO 当前保养点
       IF 当前保养点 = 0
       THEN COMPUTE 当前保养点 = 当前公里数
                          + 保养间隔公里
            MOVE 当前保养点 TO 小车保养里程
            REWRITE 小车记录
            COMPUTE 初始化车辆数 = 初始化车辆数 + 1
       MOVE 中车公里数3 TO 当前公里数
       MOVE 中车保养里程 TO 当前保养点
       IF 当前保养点 = 0
       THEN COMPUTE 当前保养点 = 当前公里数
                          + 保养间隔公里
            MOVE 当前保养点 TO 中车保养里程
            REWRITE 中车记录
            COMPUTE 初始化车辆数 = 初始化车辆数 + 1
       MOVE 大车公里数 TO 当前公里数
       MOVE 大车保养里程 TO 当前保养点
       IF 当前保养点 = 0
       THEN COMPUTE 当前保养点 = 当前公里数
                          + 保养间隔公里
            MOVE 当前保养点 TO 大车保养里程
            REWRITE 大车记录
            COMPUTE 初始化车辆数 = 初始化车辆数 + 1
       MOVE 贵车公里数 TO 当前公里数
       MOVE 贵车保养里程 TO 当前保养点
       IF 当前保养点 = 0
       THEN COMPUTE 当前保养点 = 当前公里数
                          + 保养间隔公里
            MOVE 当前保养点 TO 贵车保养里程
            REWRITE 贵车记录
            COMPUTE 初始化车辆数 = 初始化车辆数 + 1
       MOVE 主档公里数 TO 当前公里数
       MOVE 主档保养里程 TO 当前保养点
       IF 当前保养点 = 0
       THEN COMPUTE 当前保养点 = 当前公里数
                          + 保养间隔公里
            MOVE 当前保养点 TO 主档保养里程
            REWRITE 车辆主档记录
            COMPUTE 初始化车辆数 = 初始化车辆数 + 1
