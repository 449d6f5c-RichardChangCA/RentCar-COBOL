       IDENTIFICATION DIVISION.
       PROGRAM-ID.合同维护.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 企业合同 ASSIGN TO "企业合同.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 合同客户号.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 企业合同.
       01 企业合同记录.
        05 合同客户号 PIC 9(6).
        05 合同编号 PIC X(12).
        05 合同起始日期 PIC 9(8).
        05 合同到期日期 PIC 9(8).
        05 合同许可类别 PIC 9(2) OCCURS 6 TIMES.
        05 合同最长租期 PIC 9(3).
        05 合同结算方式 PIC 9.
         88 合同月结 VALUE 1.
         88 合同逐笔结算 VALUE 2.
        05 合同账单抬头 PIC X(20).
        05 合同结算说明 PIC X(30).
        05 合同维护员 PIC X(6).
        05 合同维护日期 PIC 9(8).
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
       77 客户号输入 PIC 9(6).
       77 类别输入 PIC 9(2).
       77 类别下标 PIC 9(2).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否新合同 PIC 9.
        88 新合同 VALUE 1.
        88 原有合同 VALUE 0.
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
       DISPLAY "======== 企业合同维护 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记/修改企业合同".
       DISPLAY SPACE.
       DISPLAY "2、浏览企业合同".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记合同 THRU 登记合同-EXIT
       WHEN 2 PERFORM 浏览合同
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...企业合同维护已结束".
       STOP " ".
       EXIT PROGRAM.

       登记合同.
       DISPLAY "请输入企业客户号:" NO ADVANCING.
       ACCEPT 客户号输入.
       OPEN INPUT 顾客.
       MOVE 客户号输入 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY DISPLAY "没有该顾客!"
                   CLOSE 顾客
                   GO TO 登记合同-EXIT
       END-READ.
       CLOSE 顾客.
       IF NOT 是企业客户
       THEN DISPLAY "该顾客不是企业客户!"
            GO TO 登记合同-EXIT
       END-IF.
       DISPLAY "客户:" 顾客档案姓名
           " 协议折扣:" 协议折扣.
       OPEN I-O 企业合同.
       MOVE 客户号输入 TO 合同客户号.
       READ 企业合同 KEY IS 合同客户号
       INVALID KEY SET 新合同 TO TRUE
       NOT INVALID KEY SET 原有合同 TO TRUE
       END-READ.
       IF 新合同
       THEN DISPLAY "将新增该客户的合同."
            MOVE 客户号输入 TO 合同客户号
       ELSE DISPLAY "将修改该客户的合同,原记录:"
            DISPLAY 企业合同记录
       END-IF.
       DISPLAY "请输入合同编号:" NO ADVANCING.
       ACCEPT 合同编号.
       DISPLAY "请输入合同起始日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 合同起始日期.
       DISPLAY "请输入合同到期日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 合同到期日期.
       IF 合同起始日期 = 0
          OR 合同到期日期 < 合同起始日期
       THEN DISPLAY "合同起止日期有误!"
            CLOSE 企业合同
            GO TO 登记合同-EXIT
       END-IF.
       DISPLAY "--许可车辆类别:1小车 2中车 3大车 4贵车,"
           "其他为车辆主档类别代码;"
           "不输入则不限类别--".
       MOVE 1 TO 类别下标.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 类别下标 > 6
       IF 没完了
       THEN DISPLAY "请输入许可类别代码(输入0结束):"
                NO ADVANCING
            ACCEPT 类别输入
            IF 类别输入 = 0
            THEN SET 完了 TO TRUE
            END-IF
       END-IF
       IF 完了
       THEN MOVE 0 TO 合同许可类别(类别下标)
       ELSE MOVE 类别输入 TO 合同许可类别(类别下标)
       END-IF
       COMPUTE 类别下标 = 类别下标 + 1
       END-PERFORM.
       DISPLAY "请输入最长租期天数(0为不限):" NO ADVANCING.
       ACCEPT 合同最长租期.
       DISPLAY "请输入结算方式(1、月结 2、逐笔结算):"
           NO ADVANCING.
       ACCEPT 合同结算方式.
       IF NOT 合同月结 AND NOT 合同逐笔结算
       THEN SET 合同月结 TO TRUE
       END-IF.
       DISPLAY "请输入账单抬头:" NO ADVANCING.
       ACCEPT 合同账单抬头.
       DISPLAY "请输入结算说明:" NO ADVANCING.
       ACCEPT 合同结算说明.
       MOVE 当前操作员 TO 合同维护员.
       MOVE 今日日期 TO 合同维护日期.
       IF 新合同
       THEN WRITE 企业合同记录
            MOVE "新增" TO 审计操作类型
       ELSE REWRITE 企业合同记录
            MOVE "修改" TO 审计操作类型
       END-IF.
       CLOSE 企业合同.
       MOVE "合同" TO 审计操作文件.
       MOVE 客户号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "企业合同已保存.".
       登记合同-EXIT.
       EXIT.

       浏览合同.
       DISPLAY "--合同(客户号/合同编号/起始/到期/"
           "许可类别1-6/最长租期/结算方式/"
           "账单抬头/结算说明/维护员/维护日期)--".
       DISPLAY "--结算方式:1月结 2逐笔结算--".
       OPEN INPUT 企业合同.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 企业合同 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 企业合同记录
       END-READ
       END-PERFORM.
       CLOSE 企业合同.

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
