       IDENTIFICATION DIVISION.
       PROGRAM-ID.改配管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 改配待办 ASSIGN TO "改配待办.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 改配编号.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 改配待办.
       01 改配待办记录.
        05 改配编号 PIC 9(6).
        05 改配确认号 PIC 9(6).
        05 改配客户号 PIC 9(6).
        05 改配预定序号 PIC 9(4).
        05 改配客户姓名 PIC X(10).
        05 改配类别 PIC 9(2).
        05 改配原车牌 PIC X(7).
        05 改配分店 PIC 9(2).
        05 改配起 PIC 9(8).
        05 改配止 PIC 9(8).
        05 改配原因 PIC X(8).
        05 改配登记日期 PIC 9(8).
        05 改配经办 PIC X(6).
        05 改配处理状态 PIC 9.
         88 改配未处理 VALUE 0.
         88 改配已处理 VALUE 1.
        05 改配处理人 PIC X(6).
        05 改配处理日期 PIC 9(8).
        05 改配通知状态 PIC 9.
         88 改配未通知 VALUE 0.
         88 改配已通知 VALUE 1.
       FD 预定.
       01 预定记录.
        05 预定主键.
         10 预定客户号 PIC 9(6).
         10 预定序号 PIC 9(4).
        05 预定客户姓名 PIC BX(10).
        05 预定客户号码 PIC B9(11).
        05 预定类别1 PIC BX(4).
        05 预定类别2 PIC B99.
        05 预定车牌照 PIC BX(6).
        05 预定厂家1 PIC BX(10).
        05 预定厂家2 PIC BX(5).
        05 预定厂家3 PIC B9(6).
        05 预定日租金 PIC B999.
        05 预定起 PIC B9(8).
        05 归还止 PIC B9(8).
        05 取车油量 PIC B9.
        05 押金 PIC B9999.
        05 预定分店 PIC B9(2).
        05 儿童座椅 PIC 9.
         88 选配儿童座椅 VALUE 1.
         88 未选儿童座椅 VALUE 0.
        05 GPS导航 PIC 9.
         88 选配GPS导航 VALUE 1.
         88 未选GPS导航 VALUE 0.
        05 租车保险 PIC 9.
         88 选配租车保险 VALUE 1.
         88 未选租车保险 VALUE 0.
        05 已取车 PIC 9.
         88 已经取车 VALUE 1.
         88 尚未取车 VALUE 0.
        05 报价金额 PIC B9(7).
        05 团体编号 PIC B9(4).
        05 取车时刻 PIC B9(4).
        05 归还时刻 PIC B9(4).
        05 促销码 PIC X(8).
        05 已结算至 PIC B9(8).
        05 确认号 PIC B9(6).
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
       77 编号输入 PIC 9(6).
       77 确认选择 PIC X.
       77 未处理条数 PIC 9(4).
       77 滞留天数 PIC S9(8).
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
       DISPLAY "======== 车辆停运改配待办 ========".
       DISPLAY SPACE.
       DISPLAY "1、未处理待办清单".
       DISPLAY SPACE.
       DISPLAY "2、登记待办已处理".
       DISPLAY SPACE.
       DISPLAY "3、浏览全部待办".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 PERFORM 未处理清单
       WHEN 2 PERFORM 登记已处理 THRU 登记已处理-EXIT
       WHEN 3 PERFORM 浏览待办
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...改配待办管理已结束".
       STOP " ".
       EXIT PROGRAM.

       未处理清单.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 未处理条数.
       DISPLAY "--未处理改配待办(按取车日期先后处理)--".
       OPEN INPUT 改配待办.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 改配待办 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 改配未处理
       THEN DISPLAY "待办号:" NO ADVANCING
            DISPLAY 改配编号 NO ADVANCING
            DISPLAY " 确认号:" NO ADVANCING
            DISPLAY 改配确认号 NO ADVANCING
            DISPLAY " 客户:" NO ADVANCING
            DISPLAY 改配客户姓名 NO ADVANCING
            DISPLAY " 原车:" NO ADVANCING
            DISPLAY 改配原车牌 NO ADVANCING
            DISPLAY " 分店:" NO ADVANCING
            DISPLAY 改配分店 NO ADVANCING
            DISPLAY " 取车:" NO ADVANCING
            DISPLAY 改配起 NO ADVANCING
            DISPLAY " 原因:" NO ADVANCING
            DISPLAY 改配原因
            ADD 1 TO 未处理条数
            CALL "日期工具" USING 今日日期 改配起
                滞留天数
            IF 滞留天数 <= 2
            THEN DISPLAY "  *临近取车,请优先处理*"
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 改配待办.
       DISPLAY "未处理待办数:" NO ADVANCING.
       DISPLAY 未处理条数.

       登记已处理.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       DISPLAY "请输入待办号:" NO ADVANCING.
       ACCEPT 编号输入.
       OPEN I-O 改配待办.
       MOVE 编号输入 TO 改配编号.
       READ 改配待办 KEY IS 改配编号
       INVALID KEY DISPLAY "没有该待办!"
                   CLOSE 改配待办
                   GO TO 登记已处理-EXIT
       END-READ.
       IF 改配已处理
       THEN DISPLAY "该待办已处理,处理人:" NO ADVANCING
            DISPLAY 改配处理人
            CLOSE 改配待办
            GO TO 登记已处理-EXIT
       END-IF.
       DISPLAY 改配待办记录.
       PERFORM 显示预定现状.
       DISPLAY "确认已与客户另行安排"
           "(换车/改期/取消)?(Y/N):" NO ADVANCING.
       ACCEPT 确认选择.
       IF 确认选择 NOT = "Y" AND 确认选择 NOT = "y"
       THEN DISPLAY "未作变更."
            CLOSE 改配待办
            GO TO 登记已处理-EXIT
       END-IF.
       SET 改配已处理 TO TRUE.
       MOVE 当前操作员 TO 改配处理人.
       MOVE 今日日期 TO 改配处理日期.
       REWRITE 改配待办记录.
       CLOSE 改配待办.
       MOVE "待办" TO 审计操作文件.
       MOVE "处理" TO 审计操作类型.
       MOVE 编号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "待办已登记为已处理.".
       登记已处理-EXIT.
       EXIT.

       显示预定现状.
       OPEN INPUT 预定.
       MOVE 改配客户号 TO 预定客户号.
       MOVE 改配预定序号 TO 预定序号.
       READ 预定 KEY IS 预定主键
       INVALID KEY DISPLAY "该预定已不存在(可能已取消)."
       NOT INVALID KEY
       DISPLAY "预定现指向车牌:" NO ADVANCING
       DISPLAY 预定车牌照
       IF 预定车牌照 = 改配原车牌
       THEN DISPLAY "  *仍指向停运车辆,请先换车或取消*"
       END-IF
       END-READ.
       CLOSE 预定.

       浏览待办.
       DISPLAY "--改配待办--".
       OPEN INPUT 改配待办.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 改配待办 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 改配待办记录
       END-READ
       END-PERFORM.
       CLOSE 改配待办.

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
