       IDENTIFICATION DIVISION.
       PROGRAM-ID.特许申报.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 分店特许 ASSIGN TO "分店特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许分店代码
        FILE STATUS IS 文件状态码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 账单存档 ASSIGN TO "账单存档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存档账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 账单特许 ASSIGN TO "账单特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许账单号
        FILE STATUS IS 文件状态码.

        SELECT 申报单 ASSIGN TO "机场特许申报.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
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
       FD 分店特许.
       01 分店特许记录.
        05 特许分店代码 PIC 9(2).
        05 特许百分比 PIC 9(2)V99.
        05 特许设置日期 PIC 9(8).
       FD 账单.
       01 账单记录.
        05 账单号 PIC 9(6).
        05 账单客户姓名 PIC BX(10).
        05 账单客户号码 PIC B9(11).
        05 账单类别1 PIC BX(4).
        05 账单类别2 PIC B99.
        05 账单车牌照 PIC BX(6).
        05 账单厂家1 PIC BX(10).
        05 账单厂家2 PIC BX(5).
        05 账单厂家3 PIC B9(6).
        05 账单日租金 PIC B999.
        05 账单预定起 PIC B9(8).
        05 账单归还止 PIC B9(8).
        05 租车天数 PIC B99.
        05 总金额 PIC B9(7).
        05 滞纳金 PIC B9999.
        05 超里程费 PIC B9999.
        05 加油费 PIC B9999.
        05 已收押金 PIC B9999.
        05 车况备注 PIC X(30).
        05 损坏费 PIC B9999.
        05 付款方式 PIC BX(4).
        05 账单状态 PIC 9.
         88 账单有效 VALUE 1.
         88 账单已作废 VALUE 0.
        05 账单税额 PIC B9999.
        05 账单分店 PIC B9(2).
        05 账单儿童座椅 PIC 9.
         88 账单选配儿童座椅 VALUE 1.
         88 账单未选儿童座椅 VALUE 0.
        05 账单GPS导航 PIC 9.
         88 账单选配GPS导航 VALUE 1.
         88 账单未选GPS导航 VALUE 0.
        05 账单租车保险 PIC 9.
         88 账单选配租车保险 VALUE 1.
         88 账单未选租车保险 VALUE 0.
        05 附加服务费 PIC B9999.
        05 账单顾客号 PIC 9(6).
        05 积分抵扣 PIC B9(5).
        05 单程费 PIC B9999.
        05 账单取车时刻 PIC B9(4).
        05 账单归还时刻 PIC B9(4).
        05 账单促销码 PIC X(8).
        05 促销折减 PIC B9(5).
        05 账单确认号 PIC B9(6).
        05 账单预付抵扣 PIC B9(7).
       FD 账单存档.
       01 账单存档记录.
        05 存档账单号 PIC 9(6).
        05 存档客户姓名 PIC X(10).
        05 存档客户号码 PIC 9(11).
        05 存档类别1 PIC X(4).
        05 存档类别2 PIC 99.
        05 存档车牌照 PIC X(6).
        05 存档厂家1 PIC X(10).
        05 存档厂家2 PIC X(5).
        05 存档里程 PIC 9(6).
        05 存档日租金 PIC 999.
        05 存档预定起 PIC 9(8).
        05 存档归还止 PIC 9(8).
        05 存档租车天数 PIC 99.
        05 存档总金额 PIC 9(7).
        05 存档滞纳金 PIC 9999.
        05 存档超里程费 PIC 9999.
        05 存档加油费 PIC 9999.
        05 存档已收押金 PIC 9999.
        05 存档车况备注 PIC X(30).
        05 存档损坏费 PIC 9999.
        05 存档付款方式 PIC X(4).
        05 存档状态 PIC 9.
        05 存档税额 PIC 9999.
        05 存档分店 PIC 9(2).
        05 存档附加服务费 PIC 9999.
        05 存档账单顾客号 PIC 9(6).
        05 存档租车保险 PIC 9.
       FD 账单特许.
       01 账单特许记录.
        05 特许账单号 PIC 9(6).
        05 特许账单分店 PIC 9(2).
        05 特许费率 PIC 9(2)V99.
        05 特许计费基数 PIC 9(7).
        05 特许费额 PIC 9(5).
        05 特许营业日 PIC 9(8).
       FD 申报单.
       01 申报行 PIC X(100).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 培训标志.
       01 培训标志行 PIC X(10).
       FD 批模式.
       01 批模式行 PIC X(10).

       WORKING-STORAGE SECTION.
       01 培训模式状态 PIC 9.
        88 培训模式中 VALUE 1.
        88 非培训模式 VALUE 0.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       01 申报表.
        05 申报项 OCCURS 99.
         10 表特许百分比 PIC 9(2)V99.
         10 表账单数 PIC 9(5).
         10 表毛收入 PIC 9(9).
         10 表已收特许费 PIC 9(7).
       77 分店下标 PIC 9(3).
       77 机场分店数 PIC 9(2).
       77 今日日期 PIC 9(8).
       77 申报年月 PIC 9(6).
       77 月起日期 PIC 9(8).
       77 月止日期 PIC 9(8).
       77 日期暂存 PIC 9(8).
       77 费用分店 PIC 9(2).
       77 金额暂存 PIC 9(7).
       77 税额暂存 PIC 9(4).
       77 押金暂存 PIC 9(4).
       77 积分暂存 PIC 9(5).
       77 账单号暂存 PIC 9(6).
       77 收入有符 PIC S9(8).
       77 本店应缴 PIC 9(9).
       77 本店差额 PIC S9(9).
       77 差额显示 PIC -(9)9.
       77 百分比显示 PIC Z9.99.
       77 合计账单数 PIC 9(6).
       77 合计毛收入 PIC 9(10).
       77 合计已收 PIC 9(9).
       77 合计应缴 PIC 9(10).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "特许申报".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       分店文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 分店.
       分店文件出错处理.
       MOVE "分店" TO 异常文件名.
       MOVE 分店代码 TO 异常记录键.
       PERFORM 登记文件异常.
       分店特许文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 分店特许.
       分店特许文件出错处理.
       MOVE "分店特许" TO 异常文件名.
       MOVE 特许分店代码 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       账单存档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单存档.
       账单存档文件出错处理.
       MOVE "账单存档" TO 异常文件名.
       MOVE 存档账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       账单特许文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单特许.
       账单特许文件出错处理.
       MOVE "账单特许" TO 异常文件名.
       MOVE 特许账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       申报单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 申报单.
       申报单文件出错处理.
       MOVE "申报单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
       PERFORM 登记文件异常.
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
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
       PERFORM 检查培训模式.
       IF 培训模式中
       THEN DISPLAY "培训模式下本功能已停用."
            EXIT PROGRAM
       END-IF.
       PERFORM 检查批模式.
       DISPLAY "======== 机场特许经营费月度申报 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 今日日期(1:6) TO 申报年月.
       IF 人工操作
       THEN DISPLAY "请输入申报年月(YYYYMM,0为本月):"
                NO ADVANCING
            ACCEPT 申报年月
            IF 申报年月 = 0
            THEN MOVE 今日日期(1:6) TO 申报年月
            END-IF
       END-IF.
       COMPUTE 月起日期 = 申报年月 * 100 + 1.
       COMPUTE 月止日期 = 申报年月 * 100 + 31.
       MOVE ZERO TO 申报表.
       MOVE 0 TO 机场分店数.
       OPEN INPUT 分店特许.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 分店特许 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 特许分店代码 > 0 AND 特许百分比 > 0
       THEN MOVE 特许百分比
              TO 表特许百分比(特许分店代码)
            COMPUTE 机场分店数 = 机场分店数 + 1
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分店特许.
       OPEN INPUT 账单特许.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 计入单张账单
                       THRU 计入单张账单-EXIT
       END-READ
       END-PERFORM.
       CLOSE 账单.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单存档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 计入存档账单
                       THRU 计入存档账单-EXIT
       END-READ
       END-PERFORM.
       CLOSE 账单存档.
       CLOSE 账单特许.
       MOVE 0 TO 合计账单数 合计毛收入.
       MOVE 0 TO 合计已收 合计应缴.
       OPEN OUTPUT 申报单.
       MOVE SPACE TO 申报行.
       STRING "----机场特许经营费月度申报----申报年月:"
                  DELIMITED BY SIZE
              申报年月 DELIMITED BY SIZE
         INTO 申报行.
       WRITE 申报行.
       DISPLAY 申报行.
       MOVE SPACE TO 申报行.
       STRING "分店 名称 费率% 账单数 租金毛收入 "
                  DELIMITED BY SIZE
              "已收特许费 应缴特许费 差额" DELIMITED BY SIZE
         INTO 申报行.
       WRITE 申报行.
       DISPLAY 申报行.
       OPEN INPUT 分店.
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       IF 表特许百分比(分店下标) > 0
       THEN PERFORM 写分店申报行
       END-IF
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM.
       CLOSE 分店.
       IF 机场分店数 = 0
       THEN MOVE "未设置机场分店特许费率." TO 申报行
            WRITE 申报行
            DISPLAY 申报行
       END-IF.
       MOVE SPACE TO 申报行.
       STRING "合计 账单数:" DELIMITED BY SIZE
              合计账单数 DELIMITED BY SIZE
              " 毛收入:" DELIMITED BY SIZE
              合计毛收入 DELIMITED BY SIZE
              " 已收:" DELIMITED BY SIZE
              合计已收 DELIMITED BY SIZE
              " 应缴:" DELIMITED BY SIZE
              合计应缴 DELIMITED BY SIZE
         INTO 申报行.
       WRITE 申报行.
       DISPLAY 申报行.
       MOVE "(毛收入不含税额及向顾客收取的特许费)"
         TO 申报行.
       WRITE 申报行.
       DISPLAY 申报行.
       CLOSE 申报单.
       IF 机场分店数 > 0
       THEN MOVE "分店" TO 审计操作文件
            MOVE "特许" TO 审计操作类型
            MOVE 申报年月 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "申报表已写入机场特许申报.txt".
       MOVE "特许申报" TO 归档报表名暂存.
       MOVE "机场特许申报.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 申报年月 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...特许经营费申报完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       计入单张账单.
       IF NOT 账单有效
       THEN GO TO 计入单张账单-EXIT
       END-IF.
       MOVE 账单分店 TO 费用分店.
       MOVE 账单归还止 TO 日期暂存.
       IF 费用分店 = 0
          OR 日期暂存 < 月起日期 OR 日期暂存 > 月止日期
       THEN GO TO 计入单张账单-EXIT
       END-IF.
       IF 表特许百分比(费用分店) = 0
       THEN GO TO 计入单张账单-EXIT
       END-IF.
       MOVE 总金额 TO 金额暂存.
       MOVE 账单税额 TO 税额暂存.
       MOVE 已收押金 TO 押金暂存.
       MOVE 积分抵扣 TO 积分暂存.
       COMPUTE 收入有符 = 金额暂存 + 押金暂存 + 积分暂存
           - 税额暂存.
       MOVE 账单号 TO 账单号暂存.
       PERFORM 扣除特许费.
       IF 收入有符 < 0
       THEN MOVE 0 TO 收入有符
       END-IF.
       ADD 收入有符 TO 表毛收入(费用分店).
       ADD 1 TO 表账单数(费用分店).
       计入单张账单-EXIT.
       EXIT.

       计入存档账单.
       IF 存档状态 NOT = 1 OR 存档分店 = 0
          OR 存档归还止 < 月起日期
          OR 存档归还止 > 月止日期
       THEN GO TO 计入存档账单-EXIT
       END-IF.
       MOVE 存档分店 TO 费用分店.
       IF 表特许百分比(费用分店) = 0
       THEN GO TO 计入存档账单-EXIT
       END-IF.
       COMPUTE 收入有符 = 存档总金额 + 存档已收押金
           - 存档税额.
       MOVE 存档账单号 TO 账单号暂存.
       PERFORM 扣除特许费.
       IF 收入有符 < 0
       THEN MOVE 0 TO 收入有符
       END-IF.
       ADD 收入有符 TO 表毛收入(费用分店).
       ADD 1 TO 表账单数(费用分店).
       计入存档账单-EXIT.
       EXIT.

       扣除特许费.
       MOVE 账单号暂存 TO 特许账单号.
       READ 账单特许 KEY IS 特许账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       ADD 特许费额 TO 表已收特许费(费用分店)
       COMPUTE 收入有符 = 收入有符 - 特许费额
       END-READ.

       写分店申报行.
       MOVE 分店下标 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY MOVE SPACE TO 分店名称
       END-READ.
       COMPUTE 本店应缴 = 表毛收入(分店下标)
           * 表特许百分比(分店下标) / 100.
       COMPUTE 本店差额 = 表已收特许费(分店下标)
           - 本店应缴.
       MOVE 本店差额 TO 差额显示.
       MOVE 表特许百分比(分店下标) TO 百分比显示.
       MOVE SPACE TO 申报行.
       STRING 分店代码 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              分店名称 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              百分比显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表账单数(分店下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表毛收入(分店下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表已收特许费(分店下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本店应缴 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              差额显示 DELIMITED BY SIZE
         INTO 申报行.
       WRITE 申报行.
       DISPLAY 申报行.
       ADD 表账单数(分店下标) TO 合计账单数.
       ADD 表毛收入(分店下标) TO 合计毛收入.
       ADD 表已收特许费(分店下标) TO 合计已收.
       ADD 本店应缴 TO 合计应缴.

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
       MOVE 批处理操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.

       检查批模式.
       SET 人工操作 TO TRUE.
       OPEN INPUT 批模式.
       READ 批模式
       AT END CONTINUE
       NOT AT END
       IF 批模式行(1:1) = "1"
       THEN SET 批处理中 TO TRUE
       END-IF
       END-READ.
       CLOSE 批模式.

       检查培训模式.
       SET 非培训模式 TO TRUE.
       OPEN INPUT 培训标志.
       READ 培训标志
       AT END CONTINUE
       NOT AT END
       IF 培训标志行(1:1) = "1"
       THEN SET 培训模式中 TO TRUE
       END-IF
       END-READ.
       CLOSE 培训标志.
