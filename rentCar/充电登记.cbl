       IDENTIFICATION DIVISION.
       PROGRAM-ID.充电登记.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 充电记录 ASSIGN TO "充电记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 充电编号.

        SELECT OPTIONAL 电量记录 ASSIGN TO "电量记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 电量确认号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 充电记录.
       01 充电记录行.
        05 充电编号 PIC 9(6).
        05 充电车牌照 PIC X(6).
        05 充电日期 PIC 9(8).
        05 充电度数 PIC 9(4).
        05 充电金额 PIC 9(5).
        05 充电分店 PIC 9(2).
        05 充电操作员 PIC X(6).
       FD 电量记录.
       01 电量记录行.
        05 电量确认号 PIC 9(6).
        05 电量车牌照 PIC X(7).
        05 取车电量 PIC 9(3).
        05 取车电量日期 PIC 9(8).
        05 还车电量 PIC 9(3).
        05 还车电量日期 PIC 9(8).
        05 充电费额 PIC 9(5).
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
       77 选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 车牌输入 PIC X(6).
       77 日期输入 PIC 9(8).
       77 度数输入 PIC 9(4).
       77 金额输入 PIC 9(5).
       77 分店输入 PIC 9(2).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 电动车充电支出登记 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记充电支出".
       DISPLAY SPACE.
       DISPLAY "2、浏览充电记录".
       DISPLAY SPACE.
       DISPLAY "3、浏览租车电量记录".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 PERFORM 登记充电支出
       WHEN 2 PERFORM 浏览充电记录
       WHEN 3 PERFORM 浏览电量记录
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...充电登记已结束".
       STOP " ".
       EXIT PROGRAM.

       登记充电支出.
       DISPLAY "请输入充电车牌照:" NO ADVANCING.
       ACCEPT 车牌输入.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       DISPLAY "请输入充电日期(YYYYMMDD,0为今天):"
           NO ADVANCING.
       ACCEPT 日期输入.
       IF 日期输入 = 0
       THEN MOVE 今日日期 TO 日期输入
       END-IF.
       DISPLAY "请输入充电度数(千瓦时):" NO ADVANCING.
       ACCEPT 度数输入.
       DISPLAY "请输入充电金额:" NO ADVANCING.
       ACCEPT 金额输入.
       DISPLAY "请输入充电分店编号:" NO ADVANCING.
       ACCEPT 分店输入.
       OPEN I-O 充电记录.
       MOVE "充电" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 充电编号.
       MOVE 车牌输入 TO 充电车牌照.
       MOVE 日期输入 TO 充电日期.
       MOVE 度数输入 TO 充电度数.
       MOVE 金额输入 TO 充电金额.
       MOVE 分店输入 TO 充电分店.
       MOVE 当前操作员 TO 充电操作员.
       WRITE 充电记录行.
       CLOSE 充电记录.
       MOVE "充电" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 充电编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "充电支出已登记,编号:" NO ADVANCING.
       DISPLAY 充电编号.

       浏览充电记录.
       DISPLAY "--充电记录(编号/车牌/日期/度数/金额/"
           "分店/操作员)--".
       OPEN INPUT 充电记录.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 充电记录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 充电记录行
       END-READ
       END-PERFORM.
       CLOSE 充电记录.

       浏览电量记录.
       DISPLAY "--租车电量(确认号/车牌/取车电量%/日期/"
           "还车电量%/日期/充电费)--".
       OPEN INPUT 电量记录.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 电量记录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 电量记录行
       END-READ
       END-PERFORM.
       CLOSE 电量记录.

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
