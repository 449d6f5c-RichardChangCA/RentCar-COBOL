       IDENTIFICATION DIVISION.
       PROGRAM-ID.存款准备.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 钱箱 ASSIGN TO "钱箱.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 钱箱编号.

        SELECT OPTIONAL 钱箱存款 ASSIGN TO "钱箱存款.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存入钱箱编号.

        SELECT OPTIONAL 存款登记 ASSIGN TO "存款登记.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存款单号.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT 存款单 ASSIGN TO "存款单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 钱箱.
       01 钱箱记录.
        05 钱箱编号 PIC 9(6).
        05 钱箱日期 PIC 9(8).
        05 钱箱操作员 PIC X(6).
        05 钱箱应有现金 PIC 9(8).
        05 钱箱申报现金 PIC 9(8).
        05 钱箱差异 PIC S9(8).
       FD 钱箱存款.
       01 钱箱存款记录.
        05 存入钱箱编号 PIC 9(6).
        05 存入存款单号 PIC 9(6).
       FD 存款登记.
       01 存款登记记录.
        05 存款单号 PIC 9(6).
        05 存款分店 PIC 9(2).
        05 存款日期 PIC 9(8).
        05 存款金额 PIC 9(8).
        05 存款面额张数 OCCURS 6 TIMES PIC 9(5).
        05 存款钱箱数 PIC 9(2).
        05 存款经办 PIC X(6).
        05 存款状态 PIC 9.
         88 存款未入账 VALUE 0.
         88 存款已入账 VALUE 1.
        05 存款入账日期 PIC 9(8).
       FD 分店.
       01 分店记录.
        05 分店代码 PIC 9(2).
        05 分店名称 PIC X(10).
        05 分店地址 PIC X(30).
        05 分店电话 PIC 9(11).
        05 营业时间 PIC X(11).
        05 店长姓名 PIC X(10).
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).
       FD 存款单.
       01 存款单行 PIC X(80).
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
       77 分店输入 PIC 9(2).
       77 日期输入 PIC 9(8).
       77 纳入输入 PIC 9.
       77 重输输入 PIC 9.
       77 张数输入 PIC 9(5).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 分店是否存在 PIC 9.
        88 分店存在 VALUE 1.
        88 分店不存在 VALUE 0.
       01 钱箱是否已存 PIC 9.
        88 钱箱已存 VALUE 1.
        88 钱箱未存 VALUE 0.
       01 面额核对状态 PIC 9.
        88 面额待核对 VALUE 0.
        88 面额已核对 VALUE 1.
        88 放弃存款 VALUE 2.
       01 面额值表.
        05 FILLER PIC 9(3) VALUE 100.
        05 FILLER PIC 9(3) VALUE 50.
        05 FILLER PIC 9(3) VALUE 20.
        05 FILLER PIC 9(3) VALUE 10.
        05 FILLER PIC 9(3) VALUE 5.
        05 FILLER PIC 9(3) VALUE 1.
       01 面额值视图 REDEFINES 面额值表.
        05 面额值 OCCURS 6 TIMES PIC 9(3).
       01 本单面额表.
        05 本单张数 OCCURS 6 TIMES PIC 9(5).
       77 面额下标 PIC 9.
       77 面额金额 PIC 9(8).
       77 面额合计 PIC 9(8).
       01 纳入钱箱表.
        05 纳入钱箱项 OCCURS 50 TIMES.
         10 纳入钱箱编号 PIC 9(6).
         10 纳入操作员 PIC X(6).
         10 纳入金额 PIC 9(8).
       77 纳入数 PIC 9(2).
       77 纳入下标 PIC 9(2).
       77 存款合计 PIC 9(8).
       77 本单号 PIC 9(6).
       77 本单状态 PIC X(9).
       77 未入账笔数 PIC 9(4).
       77 未入账金额 PIC 9(9).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 分店现金存款准备 ========".
       DISPLAY SPACE.
       DISPLAY "1、汇总钱箱并制作存款单".
       DISPLAY SPACE.
       DISPLAY "2、浏览存款登记簿".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 制作存款单 THRU 制作存款单-EXIT
       WHEN 2 PERFORM 浏览存款登记
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...存款准备已结束".
       STOP " ".
       EXIT PROGRAM.

       制作存款单.
       DISPLAY "请输入分店编号:" NO ADVANCING.
       ACCEPT 分店输入.
       SET 分店不存在 TO TRUE.
       OPEN INPUT 分店.
       MOVE 分店输入 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 分店存在 TO TRUE
       END-READ.
       CLOSE 分店.
       IF 分店不存在
       THEN DISPLAY "没有该分店!"
            GO TO 制作存款单-EXIT
       END-IF.
       DISPLAY "请输入钱箱清点日期(YYYYMMDD,0为今天):"
           NO ADVANCING.
       ACCEPT 日期输入.
       IF 日期输入 = 0
       THEN MOVE 今日日期 TO 日期输入
       END-IF.
       MOVE 0 TO 纳入数 存款合计.
       DISPLAY "--当日已清点尚未存款的钱箱--".
       OPEN INPUT 钱箱存款.
       OPEN INPUT 钱箱.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 钱箱 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 钱箱日期 = 日期输入 AND 钱箱申报现金 > 0
       THEN PERFORM 选择纳入钱箱 THRU 选择纳入钱箱-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 钱箱.
       CLOSE 钱箱存款.
       IF 纳入数 = 0
       THEN DISPLAY "没有纳入任何钱箱,未制作存款单."
            GO TO 制作存款单-EXIT
       END-IF.
       DISPLAY "纳入钱箱数:" 纳入数
           " 应存现金合计:" 存款合计.
       SET 面额待核对 TO TRUE.
       PERFORM UNTIL NOT 面额待核对
       PERFORM 录入面额张数
       END-PERFORM.
       IF 放弃存款
       THEN DISPLAY "已放弃,未制作存款单."
            GO TO 制作存款单-EXIT
       END-IF.
       MOVE "存款" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 本单号.
       OPEN I-O 存款登记.
       MOVE 本单号 TO 存款单号.
       MOVE 分店输入 TO 存款分店.
       MOVE 日期输入 TO 存款日期.
       MOVE 存款合计 TO 存款金额.
       MOVE 1 TO 面额下标.
       PERFORM UNTIL 面额下标 > 6
       MOVE 本单张数(面额下标)
         TO 存款面额张数(面额下标)
       COMPUTE 面额下标 = 面额下标 + 1
       END-PERFORM.
       MOVE 纳入数 TO 存款钱箱数.
       MOVE 当前操作员 TO 存款经办.
       SET 存款未入账 TO TRUE.
       MOVE 0 TO 存款入账日期.
       WRITE 存款登记记录.
       CLOSE 存款登记.
       OPEN I-O 钱箱存款.
       MOVE 1 TO 纳入下标.
       PERFORM UNTIL 纳入下标 > 纳入数
       MOVE 纳入钱箱编号(纳入下标) TO 存入钱箱编号
       MOVE 本单号 TO 存入存款单号
       WRITE 钱箱存款记录
       INVALID KEY REWRITE 钱箱存款记录
       END-WRITE
       COMPUTE 纳入下标 = 纳入下标 + 1
       END-PERFORM.
       CLOSE 钱箱存款.
       PERFORM 打印存款单.
       MOVE "存款" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 本单号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "存款单已登记,单号:" 本单号.
       DISPLAY "存款单已写入存款单.txt,请随款交银行.".
       MOVE "存款单" TO 归档报表名暂存.
       MOVE "存款单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 本单号 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.
       制作存款单-EXIT.
       EXIT.

       选择纳入钱箱.
       MOVE 钱箱编号 TO 存入钱箱编号.
       SET 钱箱未存 TO TRUE.
       READ 钱箱存款 KEY IS 存入钱箱编号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 钱箱已存 TO TRUE
       END-READ.
       IF 钱箱已存
       THEN GO TO 选择纳入钱箱-EXIT
       END-IF.
       DISPLAY "钱箱" 钱箱编号 " 操作员:" 钱箱操作员
           " 清点现金:" 钱箱申报现金.
       DISPLAY "纳入本分店存款?(1是/0否):" NO ADVANCING.
       ACCEPT 纳入输入.
       IF 纳入输入 NOT = 1
       THEN GO TO 选择纳入钱箱-EXIT
       END-IF.
       IF 纳入数 >= 50
       THEN DISPLAY "每张存款单最多纳入50个钱箱."
            GO TO 选择纳入钱箱-EXIT
       END-IF.
       COMPUTE 纳入数 = 纳入数 + 1.
       MOVE 钱箱编号 TO 纳入钱箱编号(纳入数).
       MOVE 钱箱操作员 TO 纳入操作员(纳入数).
       MOVE 钱箱申报现金 TO 纳入金额(纳入数).
       ADD 钱箱申报现金 TO 存款合计.
       选择纳入钱箱-EXIT.
       EXIT.

       录入面额张数.
       MOVE 0 TO 面额合计.
       MOVE 1 TO 面额下标.
       PERFORM UNTIL 面额下标 > 6
       DISPLAY "面额" 面额值(面额下标) "元张数:"
           NO ADVANCING
       ACCEPT 张数输入
       MOVE 张数输入 TO 本单张数(面额下标)
       COMPUTE 面额合计 = 面额合计
           + 面额值(面额下标) * 张数输入
       COMPUTE 面额下标 = 面额下标 + 1
       END-PERFORM.
       IF 面额合计 = 存款合计
       THEN SET 面额已核对 TO TRUE
       ELSE DISPLAY "面额合计" 面额合计 "与应存现金"
                存款合计 "不符!"
            DISPLAY "重新清点输入请按1,放弃请按0:"
                NO ADVANCING
            ACCEPT 重输输入
            IF 重输输入 NOT = 1
            THEN SET 放弃存款 TO TRUE
            END-IF
       END-IF.

       打印存款单.
       OPEN INPUT 分店.
       MOVE 分店输入 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY MOVE SPACE TO 分店名称
       END-READ.
       CLOSE 分店.
       OPEN OUTPUT 存款单.
       MOVE "==========现金存款单==========" TO 存款单行.
       WRITE 存款单行.
       MOVE SPACE TO 存款单行.
       STRING "存款单号:" DELIMITED BY SIZE
              本单号 DELIMITED BY SIZE
              " 清点日期:" DELIMITED BY SIZE
              日期输入 DELIMITED BY SIZE
         INTO 存款单行.
       WRITE 存款单行.
       MOVE SPACE TO 存款单行.
       STRING "存款分店:" DELIMITED BY SIZE
              分店输入 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              分店名称 DELIMITED BY SIZE
         INTO 存款单行.
       WRITE 存款单行.
       MOVE "--纳入钱箱--" TO 存款单行.
       WRITE 存款单行.
       MOVE 1 TO 纳入下标.
       PERFORM UNTIL 纳入下标 > 纳入数
       MOVE SPACE TO 存款单行
       STRING "钱箱" DELIMITED BY SIZE
              纳入钱箱编号(纳入下标) DELIMITED BY SIZE
              " 操作员:" DELIMITED BY SIZE
              纳入操作员(纳入下标) DELIMITED BY SIZE
              " 金额:" DELIMITED BY SIZE
              纳入金额(纳入下标) DELIMITED BY SIZE
         INTO 存款单行
       WRITE 存款单行
       COMPUTE 纳入下标 = 纳入下标 + 1
       END-PERFORM.
       MOVE "--面额明细--" TO 存款单行.
       WRITE 存款单行.
       MOVE 1 TO 面额下标.
       PERFORM UNTIL 面额下标 > 6
       IF 本单张数(面额下标) > 0
       THEN COMPUTE 面额金额 = 面额值(面额下标)
                * 本单张数(面额下标)
            MOVE SPACE TO 存款单行
            STRING "面额" DELIMITED BY SIZE
                   面额值(面额下标) DELIMITED BY SIZE
                   "元 x " DELIMITED BY SIZE
                   本单张数(面额下标) DELIMITED BY SIZE
                   "张 = " DELIMITED BY SIZE
                   面额金额 DELIMITED BY SIZE
              INTO 存款单行
            WRITE 存款单行
       END-IF
       COMPUTE 面额下标 = 面额下标 + 1
       END-PERFORM.
       MOVE SPACE TO 存款单行.
       STRING "存款合计:" DELIMITED BY SIZE
              存款合计 DELIMITED BY SIZE
         INTO 存款单行.
       WRITE 存款单行.
       MOVE SPACE TO 存款单行.
       STRING "经办:" DELIMITED BY SIZE
              当前操作员 DELIMITED BY SIZE
              " 复核签字:________" DELIMITED BY SIZE
         INTO 存款单行.
       WRITE 存款单行.
       MOVE "银行收款章:________" TO 存款单行.
       WRITE 存款单行.
       CLOSE 存款单.

       浏览存款登记.
       MOVE 0 TO 未入账笔数 未入账金额.
       DISPLAY "单号 分店 清点日期 金额 钱箱数 经办 "
           "状态 入账日期".
       OPEN INPUT 存款登记.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 存款登记 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 存款已入账
       THEN MOVE "已入账" TO 本单状态
       ELSE MOVE "未入账" TO 本单状态
            ADD 1 TO 未入账笔数
            ADD 存款金额 TO 未入账金额
       END-IF
       DISPLAY 存款单号 " " 存款分店 " " 存款日期 " "
           存款金额 " " 存款钱箱数 " " 存款经办 " "
           本单状态 " " 存款入账日期
       END-READ
       END-PERFORM.
       CLOSE 存款登记.
       DISPLAY "银行尚未入账:" 未入账笔数 "笔,金额:"
           未入账金额.

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
