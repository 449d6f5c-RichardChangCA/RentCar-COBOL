       IDENTIFICATION DIVISION.
       PROGRAM-ID.短信退订.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT OPTIONAL 短信退订 ASSIGN TO "短信退订.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 退订顾客号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 顾客.
       01 顾客记录.
        05 顾客号 PIC 9(6).
        05 顾客档案姓名 PIC BX(10).
        05 顾客档案电话 PIC B9(11).
        05 积分 PIC B9(6).
        05 企业客户 PIC 9.
         88 是企业客户 VALUE 1.
         88 不是企业客户 VALUE 0.
        05 协议折扣 PIC B9(2).
        05 信用冻结 PIC 9.
         88 信用冻结中 VALUE 1.
         88 信用正常 VALUE 0.
        05 驾照号码 PIC X(12).
        05 驾照有效期 PIC 9(8).
        05 预付余额 PIC 9(7).
       FD 短信退订.
       01 短信退订记录.
        05 退订顾客号 PIC 9(6).
        05 退订状态 PIC 9.
         88 已退订 VALUE 1.
         88 已恢复接收 VALUE 0.
        05 退订日期 PIC 9(8).
        05 恢复日期 PIC 9(8).
        05 退订经办员 PIC X(6).
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
       77 顾客号输入 PIC 9(6).
       77 退订人数 PIC 9(5).
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
       DISPLAY "======== 短信提醒退订管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记顾客退订短信提醒".
       DISPLAY SPACE.
       DISPLAY "2、恢复顾客接收短信提醒".
       DISPLAY SPACE.
       DISPLAY "3、浏览退订顾客".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记退订 THRU 登记退订-EXIT
       WHEN 2 PERFORM 恢复接收 THRU 恢复接收-EXIT
       WHEN 3 PERFORM 浏览退订
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...短信提醒退订管理已结束".
       STOP " ".
       EXIT PROGRAM.

       登记退订.
       DISPLAY "请输入顾客号:" NO ADVANCING.
       ACCEPT 顾客号输入.
       OPEN INPUT 顾客.
       MOVE 顾客号输入 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY DISPLAY "没有该顾客!"
                   CLOSE 顾客
                   GO TO 登记退订-EXIT
       END-READ.
       CLOSE 顾客.
       OPEN I-O 短信退订.
       MOVE 顾客号输入 TO 退订顾客号.
       READ 短信退订 KEY IS 退订顾客号
       INVALID KEY MOVE 顾客号输入 TO 退订顾客号
                   SET 已退订 TO TRUE
                   MOVE 今日日期 TO 退订日期
                   MOVE 0 TO 恢复日期
                   MOVE 当前操作员 TO 退订经办员
                   WRITE 短信退订记录
       NOT INVALID KEY
                   SET 已退订 TO TRUE
                   MOVE 今日日期 TO 退订日期
                   MOVE 0 TO 恢复日期
                   MOVE 当前操作员 TO 退订经办员
                   REWRITE 短信退订记录
       END-READ.
       CLOSE 短信退订.
       MOVE "短信" TO 审计操作文件.
       MOVE "退订" TO 审计操作类型.
       MOVE 顾客号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "该顾客已退订,今后不再发送取还车提醒.".
       登记退订-EXIT.
       EXIT.

       恢复接收.
       DISPLAY "请输入顾客号:" NO ADVANCING.
       ACCEPT 顾客号输入.
       OPEN I-O 短信退订.
       MOVE 顾客号输入 TO 退订顾客号.
       READ 短信退订 KEY IS 退订顾客号
       INVALID KEY DISPLAY "该顾客未退订过短信提醒."
                   CLOSE 短信退订
                   GO TO 恢复接收-EXIT
       END-READ.
       SET 已恢复接收 TO TRUE.
       MOVE 今日日期 TO 恢复日期.
       MOVE 当前操作员 TO 退订经办员.
       REWRITE 短信退订记录.
       CLOSE 短信退订.
       MOVE "短信" TO 审计操作文件.
       MOVE "恢复" TO 审计操作类型.
       MOVE 顾客号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "该顾客已恢复接收短信提醒.".
       恢复接收-EXIT.
       EXIT.

       浏览退订.
       DISPLAY "--退订顾客(顾客号/状态/退订日期/"
           "恢复日期/经办员)--".
       MOVE 0 TO 退订人数.
       OPEN INPUT 短信退订.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 短信退订 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 已退订
       THEN DISPLAY 短信退订记录
            ADD 1 TO 退订人数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 短信退订.
       DISPLAY "退订顾客共" 退订人数 "人.".

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
