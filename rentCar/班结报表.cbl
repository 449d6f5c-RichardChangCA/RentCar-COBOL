        ACCESS IS DYNAMIC
        RECORD KEY IS 钱箱编号.

        SELECT OPTIONAL 账单外币 ASSIGN TO "账单外币.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 外币账单号.

        SELECT 班结单 ASSIGN TO "班结单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        05 钱箱应有现金 PIC 9(8).
        05 钱箱申报现金 PIC 9(8).
        05 钱箱差异 PIC S9(8).
       FD 账单外币.
       01 账单外币记录.
        05 外币账单号 PIC 9(6).
        05 外币币种 PIC X(3).
        05 外币金额 PIC 9(7).
        05 外币汇率 PIC 9(7).
        05 外币折合金额 PIC 9(7).
        05 外币营业日 PIC 9(8).
        05 外币操作员 PIC X(6).
       FD 班结单.
       01 班结行 PIC X(100).

        05 预定键客户号 PIC 9(6).
        05 预定键序号 PIC 9(4).
        05 FILLER PIC X(2).
       77 币种总数 PIC 9(2).
       77 币种下标 PIC 9(2).
       01 币种是否找到 PIC 9.
        88 币种找到 VALUE 1.
        88 币种未找到 VALUE 0.
       01 外币汇总表.
        05 外币项 OCCURS 10 TIMES.
         10 汇总币种 PIC X(3).
         10 汇总笔数 PIC 9(4).
         10 汇总外币金额 PIC 9(8).
         10 汇总折合金额 PIC 9(8).
         10 申报外币金额 PIC 9(8).
         10 外币差异 PIC S9(8).
       77 外币折合合计 PIC 9(8).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       MOVE 0 TO 押金收取合计 押金收取笔数.
       MOVE 0 TO 押金抵扣合计.
       MOVE 0 TO 没收押金合计 没收押金笔数.
       MOVE 0 TO 币种总数 外币折合合计.
       OPEN INPUT 审计.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       COMPUTE 应收现金 = 现金合计 + 押金收取合计
           - 零用支出合计.
       DISPLAY SPACE.
       DISPLAY "当班现金账单合计(人民币):" NO ADVANCING.
       DISPLAY 现金合计.
       IF 币种总数 > 0
       THEN DISPLAY "当班外币现金折合人民币:" NO ADVANCING
            DISPLAY 外币折合合计
       END-IF.
       DISPLAY "当班刷卡账单合计:" NO ADVANCING.
       DISPLAY 刷卡合计.
       DISPLAY "当班记账账单合计:" NO ADVANCING.
       MOVE 差异金额 TO 差异显示.
       DISPLAY "现金差异:" NO ADVANCING.
       DISPLAY 差异显示.
       MOVE 1 TO 币种下标.
       PERFORM UNTIL 币种下标 > 币种总数
       PERFORM 清点外币现金
       COMPUTE 币种下标 = 币种下标 + 1
       END-PERFORM.
       PERFORM 落盘钱箱记录.
       PERFORM 写班结单.
       DISPLAY "班结单已写入班结单.txt.".
       MOVE 已收押金 TO 押金暂存
       ADD 押金暂存 TO 押金抵扣合计
       MOVE 总金额 TO 金额暂存
       IF 付款方式 = "现金"
       THEN PERFORM 扣除外币现金
       END-IF
       EVALUATE 付款方式
       WHEN "现金" ADD 金额暂存 TO 现金合计
       WHEN "刷卡" ADD 金额暂存 TO 刷卡合计
       END-READ.
       CLOSE 账单.

       扣除外币现金.
       OPEN INPUT 账单外币.
       MOVE 账单号 TO 外币账单号.
       READ 账单外币 KEY IS 外币账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 外币折合金额 > 金额暂存
       THEN MOVE 金额暂存 TO 外币折合金额
       END-IF
       SUBTRACT 外币折合金额 FROM 金额暂存
       ADD 外币折合金额 TO 外币折合合计
       PERFORM 累计外币项
       END-READ.
       CLOSE 账单外币.

       累计外币项.
       SET 币种未找到 TO TRUE.
       MOVE 1 TO 币种下标.
       PERFORM UNTIL 币种下标 > 币种总数 OR 币种找到
       IF 汇总币种(币种下标) = 外币币种
       THEN SET 币种找到 TO TRUE
       ELSE COMPUTE 币种下标 = 币种下标 + 1
       END-IF
       END-PERFORM.
       IF 币种未找到 AND 币种总数 < 10
       THEN COMPUTE 币种总数 = 币种总数 + 1
            MOVE 币种总数 TO 币种下标
            MOVE 外币币种 TO 汇总币种(币种下标)
            MOVE 0 TO 汇总笔数(币种下标)
            MOVE 0 TO 汇总外币金额(币种下标)
            MOVE 0 TO 汇总折合金额(币种下标)
            MOVE 0 TO 申报外币金额(币种下标)
            MOVE 0 TO 外币差异(币种下标)
            SET 币种找到 TO TRUE
       END-IF.
       IF 币种找到
       THEN ADD 1 TO 汇总笔数(币种下标)
            ADD 外币金额 TO 汇总外币金额(币种下标)
            ADD 外币折合金额 TO 汇总折合金额(币种下标)
       END-IF.

       清点外币现金.
       DISPLAY "钱箱应有外币现金 " NO ADVANCING.
       DISPLAY 汇总币种(币种下标) NO ADVANCING.
       DISPLAY ":" NO ADVANCING.
       DISPLAY 汇总外币金额(币种下标).
       DISPLAY "请输入清点后的该币种申报金额:"
           NO ADVANCING.
       ACCEPT 申报外币金额(币种下标).
       COMPUTE 外币差异(币种下标) =
           申报外币金额(币种下标)
           - 汇总外币金额(币种下标).
       MOVE 外币差异(币种下标) TO 差异显示.
       DISPLAY "该币种差异:" NO ADVANCING.
       DISPLAY 差异显示.

       累计押金.
       MOVE 操作记录键 TO 预定键视图.
       OPEN INPUT 预定.
         INTO 班结行.
       WRITE 班结行.
       MOVE 现金合计 TO 金额文本.
       STRING "现金账单合计(人民币):" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 班结行.
       WRITE 班结行.
       MOVE 1 TO 币种下标.
       PERFORM UNTIL 币种下标 > 币种总数
       PERFORM 写外币班结行
       COMPUTE 币种下标 = 币种下标 + 1
       END-PERFORM.
       MOVE 刷卡合计 TO 金额文本.
       STRING "刷卡账单合计:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
       MOVE "操作员签字:______ 接班签字:______" TO 班结行.
       WRITE 班结行.
       CLOSE 班结单.

       写外币班结行.
       MOVE SPACE TO 班结行.
       MOVE 汇总折合金额(币种下标) TO 金额文本.
       MOVE 汇总笔数(币种下标) TO 笔数文本.
       STRING "外币现金 " DELIMITED BY SIZE
              汇总币种(币种下标) DELIMITED BY SIZE
              " 笔数:" DELIMITED BY SIZE
              笔数文本 DELIMITED BY SIZE
              " 应有:" DELIMITED BY SIZE
              汇总外币金额(币种下标) DELIMITED BY SIZE
              " 折合人民币:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 班结行.
       WRITE 班结行.
       MOVE SPACE TO 班结行.
       MOVE 外币差异(币种下标) TO 差异显示.
       STRING "外币清点 " DELIMITED BY SIZE
              汇总币种(币种下标) DELIMITED BY SIZE
              " 申报:" DELIMITED BY SIZE
              申报外币金额(币种下标) DELIMITED BY SIZE
              " 差异:" DELIMITED BY SIZE
              差异显示 DELIMITED BY SIZE
         INTO 班结行.
       WRITE 班结行.
