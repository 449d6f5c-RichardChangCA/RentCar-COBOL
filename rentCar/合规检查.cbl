        SELECT OPTIONAL 合规档 ASSIGN TO "合规档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 合规车牌照
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 租入协议 ASSIGN TO "租入协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 租入车牌照
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 召回 ASSIGN TO "召回.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 召回编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 召回完成 ASSIGN TO "召回完成.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 完成主键
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

        SELECT 运行日志 ASSIGN TO "批运行日志.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
        88 证照已过期 VALUE 1.
        88 证照未过期 VALUE 0.
       77 目标车牌 PIC X(6).
       77 停运类别暂存 PIC 9(2).
       77 停运车号暂存 PIC 9(2).
       77 停运下标 PIC 9(3).
       77 停运总数 PIC 9(3).
       01 停运车辆表.
        05 停运车辆项 OCCURS 100 TIMES.
         10 停运类别 PIC 9(2).
         10 停运车号 PIC 9(2).
         10 停运原因 PIC X(8).
       77 停运原因暂存 PIC X(8).
       77 改配操作员暂存 PIC X(6) VALUE SPACE.
       77 改配成功暂存 PIC 9(3).
       77 改配待办暂存 PIC 9(3).
       77 改配成功合计 PIC 9(4).
       77 改配待办合计 PIC 9(4).
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "合规检查".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       77 出错子程序 PIC X(16).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       合规档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 合规档.
       合规档文件出错处理.
       MOVE "合规档" TO 异常文件名.
       MOVE 合规车牌照 TO 异常记录键.
       PERFORM 登记文件异常.
       租入协议文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 租入协议.
       租入协议文件出错处理.
       MOVE "租入协议" TO 异常文件名.
       MOVE 租入车牌照 TO 异常记录键.
       PERFORM 登记文件异常.
       召回文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 召回.
       召回文件出错处理.
       MOVE "召回" TO 异常文件名.
       MOVE 召回编号 TO 异常记录键.
       PERFORM 登记文件异常.
       召回完成文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 召回完成.
       召回完成文件出错处理.
       MOVE "召回完成" TO 异常文件名.
       MOVE 完成主键 TO 异常记录键.
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
       运行日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 运行日志.
       运行日志文件出错处理.
       MOVE "运行日志" TO 异常文件名.
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
       PERFORM 检查批模式.
       DISPLAY "======== 车辆合规停用检查 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       CALL "日期加减" USING 今日日期 预警天数 预警止日.
       MOVE 0 TO 停用车辆数 临期车辆数 停运总数.
       MOVE "合规" TO 停运原因暂存.
       OPEN INPUT 合规档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       DISPLAY 租入停租数.
       DISPLAY "在册召回补停用车辆数:" NO ADVANCING.
       DISPLAY 召回停用数.
       PERFORM 改配停运车辆.
       PERFORM 登记运行摘要.
       DISPLAY "...合规检查完毕".
       IF 人工操作
       NOT AT END
       IF 小车车牌照 = 目标车牌
          AND NOT 车辆已租出1
       THEN IF NOT 车辆停用1
            THEN MOVE 1 TO 停运类别暂存
                 MOVE 小车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用1 TO TRUE
            REWRITE 小车记录
       END-IF
       END-READ
       NOT AT END
       IF 中车车牌照 = 目标车牌
          AND NOT 车辆已租出2
       THEN IF NOT 车辆停用2
            THEN MOVE 2 TO 停运类别暂存
                 MOVE 中车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用2 TO TRUE
            REWRITE 中车记录
       END-IF
       END-READ
       NOT AT END
       IF 大车车牌照 = 目标车牌
          AND NOT 车辆已租出3
       THEN IF NOT 车辆停用3
            THEN MOVE 3 TO 停运类别暂存
                 MOVE 大车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用3 TO TRUE
            REWRITE 大车记录
       END-IF
       END-READ
       NOT AT END
       IF 贵车车牌照 = 目标车牌
          AND NOT 车辆已租出4
       THEN IF NOT 车辆停用4
            THEN MOVE 4 TO 停运类别暂存
                 MOVE 贵车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用4 TO TRUE
            REWRITE 贵车记录
       END-IF
       END-READ
       NOT AT END
       IF 主档车牌照 = 目标车牌
          AND NOT 主档已租出
       THEN IF NOT 主档停用
            THEN MOVE 主档类别代码 TO 停运类别暂存
                 MOVE 主档车辆号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 主档停用 TO TRUE
            REWRITE 车辆主档记录
       END-IF
       END-READ

       处理租入到期.
       MOVE 0 TO 租入停租数.
       MOVE "租入" TO 停运原因暂存.
       OPEN I-O 租入协议.
       SET 协议扫描未完 TO TRUE.
       PERFORM UNTIL 协议扫描完了

       处理召回停用.
       MOVE 0 TO 召回停用数.
       MOVE "召回" TO 停运原因暂存.
       OPEN INPUT 召回.
       SET 召回扫描未完 TO TRUE.
       PERFORM UNTIL 召回扫描完了
            IF 整改未完成
            THEN SET 车辆停用1 TO TRUE
                 REWRITE 小车记录
                 MOVE 1 TO 停运类别暂存
                 MOVE 小车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
                 ADD 1 TO 召回停用数
                 DISPLAY "召回补停用:" NO ADVANCING
                 DISPLAY 小车车牌照
            IF 整改未完成
            THEN SET 车辆停用2 TO TRUE
                 REWRITE 中车记录
                 MOVE 2 TO 停运类别暂存
                 MOVE 中车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
                 ADD 1 TO 召回停用数
                 DISPLAY "召回补停用:" NO ADVANCING
                 DISPLAY 中车车牌照
            IF 整改未完成
            THEN SET 车辆停用3 TO TRUE
                 REWRITE 大车记录
                 MOVE 3 TO 停运类别暂存
                 MOVE 大车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
                 ADD 1 TO 召回停用数
                 DISPLAY "召回补停用:" NO ADVANCING
                 DISPLAY 大车车牌照
            IF 整改未完成
            THEN SET 车辆停用4 TO TRUE
                 REWRITE 贵车记录
                 MOVE 4 TO 停运类别暂存
                 MOVE 贵车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
                 ADD 1 TO 召回停用数
                 DISPLAY "召回补停用:" NO ADVANCING
                 DISPLAY 贵车车牌照
            IF 整改未完成
            THEN SET 主档停用 TO TRUE
                 REWRITE 车辆主档记录
                 MOVE 主档类别代码 TO 停运类别暂存
                 MOVE 主档车辆号 TO 停运车号暂存
                 PERFORM 登记停运车辆
                 ADD 1 TO 召回停用数
                 DISPLAY "召回补停用:" NO ADVANCING
                 DISPLAY 主档车牌照
       END-PERFORM.
       CLOSE 车辆主档.

       登记停运车辆.
       IF 停运总数 < 100
       THEN COMPUTE 停运总数 = 停运总数 + 1
            MOVE 停运类别暂存 TO 停运类别(停运总数)
            MOVE 停运车号暂存 TO 停运车号(停运总数)
            MOVE 停运原因暂存 TO 停运原因(停运总数)
       END-IF.

       改配停运车辆.
       MOVE 0 TO 改配成功合计 改配待办合计.
       MOVE 1 TO 停运下标.
       PERFORM UNTIL 停运下标 > 停运总数
       MOVE 0 TO RETURN-CODE
       CALL "改配预定" USING 停运类别(停运下标)
           停运车号(停运下标) 停运原因(停运下标)
           改配操作员暂存 改配成功暂存 改配待办暂存
       IF RETURN-CODE NOT = 0
       THEN MOVE "改配预定" TO 出错子程序
            PERFORM 子程序出错
       END-IF
       ADD 改配成功暂存 TO 改配成功合计
       ADD 改配待办暂存 TO 改配待办合计
       COMPUTE 停运下标 = 停运下标 + 1
       END-PERFORM.
       DISPLAY "停用车辆后续预定改配笔数:" NO ADVANCING.
       DISPLAY 改配成功合计.
       DISPLAY "无车可改配转入待办笔数:" NO ADVANCING.
       DISPLAY 改配待办合计.

       查整改完成.
       SET 整改未完成 TO TRUE.
       OPEN INPUT 召回完成.
       END-IF
       END-READ.
       CLOSE 批模式.

       子程序出错.
       DISPLAY "调用子程序出错:" NO ADVANCING.
       DISPLAY 出错子程序 NO ADVANCING.
       DISPLAY " 返回码:" NO ADVANCING.
       DISPLAY RETURN-CODE.
       DISPLAY "本步骤中止.".
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
