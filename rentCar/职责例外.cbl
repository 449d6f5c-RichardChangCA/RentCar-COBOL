       IDENTIFICATION DIVISION.
       PROGRAM-ID.职责例外.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 折让单 ASSIGN TO "折让单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 折让账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 退款 ASSIGN TO "退款.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 退款编号
        FILE STATUS IS 文件状态码.

        SELECT 例外报表 ASSIGN TO "职责分离例外.txt"
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
       FD 折让单.
       01 折让单记录.
        05 折让账单号 PIC 9(6).
        05 折让金额 PIC 9(5).
        05 折让原因 PIC X(8).
        05 折让经办 PIC X(6).
        05 折让批准主管 PIC X(6).
        05 折让日期 PIC 9(8).
       FD 退款.
       01 退款记录.
        05 退款编号 PIC 9(6).
        05 退款顾客号 PIC 9(6).
        05 退款账单号 PIC 9(6).
        05 退款金额 PIC 9(5).
        05 退款登记日期 PIC 9(8).
        05 退款状态 PIC 9.
         88 退款未支付 VALUE 0.
         88 退款已支付 VALUE 1.
        05 退款支付日期 PIC 9(8).
        05 退款操作员 PIC X(6).
       FD 例外报表.
       01 例外行 PIC X(100).
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
       01 涉及账单表.
        05 涉及项 OCCURS 1000.
         10 涉及账单号 PIC 9(6).
         10 涉及开单员 PIC X(6).
         10 涉及作废员 PIC X(6).
         10 涉及退款员 PIC X(6).
         10 涉及退款额 PIC 9(6).
         10 涉及折让经办 PIC X(6).
         10 涉及折让主管 PIC X(6).
         10 涉及折让额 PIC 9(5).
       77 涉及数 PIC 9(4).
       77 涉及下标 PIC 9(4).
       77 涉及上限 PIC 9(4) VALUE 1000.
       01 当日退款表.
        05 当日退款项 OCCURS 500.
         10 表退款编号 PIC 9(6).
         10 表退款顾客号 PIC 9(6).
         10 表退款账单号 PIC 9(6).
         10 表退款金额 PIC 9(5).
         10 表退款员 PIC X(6).
         10 表退款新客 PIC 9.
       77 退款数 PIC 9(3).
       77 退款下标 PIC 9(3).
       77 退款上限 PIC 9(3) VALUE 500.
       01 操作员汇总表.
        05 操作员汇总项 OCCURS 200.
         10 表汇总操作员 PIC X(6).
         10 表汇总例外数 PIC 9(5).
         10 表汇总金额 PIC 9(8).
       77 汇总数 PIC 9(3).
       77 汇总下标 PIC 9(3).
       77 今日日期 PIC 9(8).
       77 核查营业日 PIC 9(8).
       77 核查短日期 PIC 9(6).
       77 日期暂存 PIC 9(8).
       77 账单号暂存 PIC 9(6).
       77 例外操作员 PIC X(6).
       77 本单开单员 PIC X(6).
       77 本单作废员 PIC X(6).
       77 本单退款员 PIC X(6).
       77 本单退款额 PIC 9(6).
       77 本单折让经办 PIC X(6).
       77 本单折让主管 PIC X(6).
       77 本单折让额 PIC 9(5).
       77 例外说明 PIC X(16).
       77 例外金额 PIC 9(6).
       77 例外总数 PIC 9(5).
       77 例外总金额 PIC 9(8).
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
       77 异常程序名 PIC X(16) VALUE "职责例外".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       折让单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 折让单.
       折让单文件出错处理.
       MOVE "折让单" TO 异常文件名.
       MOVE 折让账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       退款文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 退款.
       退款文件出错处理.
       MOVE "退款" TO 异常文件名.
       MOVE 退款编号 TO 异常记录键.
       PERFORM 登记文件异常.
       例外报表文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 例外报表.
       例外报表文件出错处理.
       MOVE "例外报表" TO 异常文件名.
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
       DISPLAY "======== 职责分离例外报告 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       CALL "营业日" USING 核查营业日.
       IF 人工操作
       THEN DISPLAY "请输入核查日期(YYYYMMDD,"
                NO ADVANCING
            DISPLAY "0为当前营业日):" NO ADVANCING
            ACCEPT 日期暂存
            IF 日期暂存 NOT = 0
            THEN MOVE 日期暂存 TO 核查营业日
            END-IF
       END-IF.
       MOVE 核查营业日(3:6) TO 核查短日期.
       MOVE SPACE TO 涉及账单表.
       MOVE SPACE TO 当日退款表.
       MOVE SPACE TO 操作员汇总表.
       MOVE 0 TO 涉及数 退款数 汇总数.
       MOVE 0 TO 例外总数 例外总金额.
       OPEN INPUT 折让单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 折让单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 折让日期 = 核查营业日
       THEN MOVE 折让账单号 TO 账单号暂存
            PERFORM 登记涉及账单 THRU 登记涉及账单-EXIT
            IF 涉及下标 > 0
            THEN MOVE 折让经办 TO 涉及折让经办(涉及下标)
                 MOVE 折让批准主管
                   TO 涉及折让主管(涉及下标)
                 MOVE 折让金额 TO 涉及折让额(涉及下标)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 折让单.
       OPEN INPUT 退款.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 退款 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 退款已支付 AND 退款支付日期 = 核查营业日
       THEN PERFORM 登记当日退款 THRU 登记当日退款-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 退款.
       OPEN INPUT 审计.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 审计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 操作文件 = "账单" AND 操作类型 = "作废"
          AND 操作日期 = 核查短日期
       THEN MOVE 操作记录键(1:6) TO 账单号暂存
            PERFORM 登记涉及账单 THRU 登记涉及账单-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 审计.
       OPEN INPUT 审计.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 审计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 对照审计记录
       END-READ
       END-PERFORM.
       CLOSE 审计.
       OPEN OUTPUT 例外报表.
       MOVE SPACE TO 例外行.
       STRING "----职责分离例外报告----核查日期:"
                  DELIMITED BY SIZE
              核查营业日 DELIMITED BY SIZE
         INTO 例外行.
       WRITE 例外行.
       DISPLAY 例外行.
       MOVE "账单号 操作员 例外类型 涉及金额"
         TO 例外行.
       WRITE 例外行.
       DISPLAY 例外行.
       MOVE 0 TO 涉及下标.
       PERFORM UNTIL 涉及下标 >= 涉及数
       COMPUTE 涉及下标 = 涉及下标 + 1
       PERFORM 核对单张账单
           THRU 核对单张账单-EXIT
       END-PERFORM.
       MOVE 0 TO 退款下标.
       PERFORM UNTIL 退款下标 >= 退款数
       COMPUTE 退款下标 = 退款下标 + 1
       IF 表退款新客(退款下标) = 1
       THEN MOVE 表退款账单号(退款下标) TO 账单号暂存
            MOVE 表退款员(退款下标) TO 例外操作员
            MOVE "当日建客并退款" TO 例外说明
            MOVE 表退款金额(退款下标) TO 例外金额
            PERFORM 写例外行 THRU 写例外行-EXIT
       END-IF
       END-PERFORM.
       IF 例外总数 = 0
       THEN MOVE "本日未发现职责分离例外." TO 例外行
            WRITE 例外行
            DISPLAY 例外行
       END-IF.
       MOVE "[按操作员汇总]" TO 例外行.
       WRITE 例外行.
       DISPLAY 例外行.
       MOVE "操作员 例外数 涉及金额" TO 例外行.
       WRITE 例外行.
       DISPLAY 例外行.
       MOVE 0 TO 汇总下标.
       PERFORM UNTIL 汇总下标 >= 汇总数
       COMPUTE 汇总下标 = 汇总下标 + 1
       MOVE SPACE TO 例外行
       STRING 表汇总操作员(汇总下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表汇总例外数(汇总下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表汇总金额(汇总下标) DELIMITED BY SIZE
         INTO 例外行
       WRITE 例外行
       DISPLAY 例外行
       END-PERFORM.
       MOVE SPACE TO 例外行.
       STRING "合计 例外数:" DELIMITED BY SIZE
              例外总数 DELIMITED BY SIZE
              " 涉及金额:" DELIMITED BY SIZE
              例外总金额 DELIMITED BY SIZE
         INTO 例外行.
       WRITE 例外行.
       DISPLAY 例外行.
       CLOSE 例外报表.
       MOVE "审计" TO 审计操作文件.
       MOVE "分离" TO 审计操作类型.
       MOVE 核查营业日 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "报告已写入职责分离例外.txt".
       MOVE "职责例外" TO 归档报表名暂存.
       MOVE "职责分离例外.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 核查营业日 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...职责分离例外核查完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       登记涉及账单.
       MOVE 0 TO 涉及下标.
       IF 账单号暂存 = 0
       THEN GO TO 登记涉及账单-EXIT
       END-IF.
       MOVE 1 TO 涉及下标.
       PERFORM UNTIL 涉及下标 > 涉及数
               OR 涉及账单号(涉及下标) = 账单号暂存
       COMPUTE 涉及下标 = 涉及下标 + 1
       END-PERFORM.
       IF 涉及下标 <= 涉及数
       THEN GO TO 登记涉及账单-EXIT
       END-IF.
       IF 涉及数 >= 涉及上限
       THEN DISPLAY "涉及账单超过" 涉及上限 "张,未核对:"
                账单号暂存
            MOVE 0 TO 涉及下标
            GO TO 登记涉及账单-EXIT
       END-IF.
       COMPUTE 涉及数 = 涉及数 + 1.
       MOVE 涉及数 TO 涉及下标.
       MOVE 账单号暂存 TO 涉及账单号(涉及下标).
       MOVE 0 TO 涉及退款额(涉及下标).
       MOVE 0 TO 涉及折让额(涉及下标).
       登记涉及账单-EXIT.
       EXIT.

       登记当日退款.
       IF 退款数 >= 退款上限
       THEN DISPLAY "当日退款超过" 退款上限 "笔,未核对:"
                退款编号
            GO TO 登记当日退款-EXIT
       END-IF.
       COMPUTE 退款数 = 退款数 + 1.
       MOVE 退款编号 TO 表退款编号(退款数).
       MOVE 退款顾客号 TO 表退款顾客号(退款数).
       MOVE 退款账单号 TO 表退款账单号(退款数).
       MOVE 退款金额 TO 表退款金额(退款数).
       MOVE 退款操作员 TO 表退款员(退款数).
       MOVE 0 TO 表退款新客(退款数).
       MOVE 退款账单号 TO 账单号暂存.
       PERFORM 登记涉及账单 THRU 登记涉及账单-EXIT.
       IF 涉及下标 = 0
       THEN GO TO 登记当日退款-EXIT
       END-IF.
       IF 涉及退款员(涉及下标) = SPACE
          OR 涉及退款员(涉及下标) = 退款操作员
       THEN MOVE 退款操作员 TO 涉及退款员(涉及下标)
            ADD 退款金额 TO 涉及退款额(涉及下标)
       END-IF.
       登记当日退款-EXIT.
       EXIT.

       对照审计记录.
       IF 操作文件 = "账单"
          AND (操作类型 = "新增" OR 操作类型 = "作废")
       THEN MOVE 0 TO 涉及下标
            PERFORM UNTIL 涉及下标 >= 涉及数
            COMPUTE 涉及下标 = 涉及下标 + 1
            IF 操作记录键(1:6) = 涉及账单号(涉及下标)
            THEN IF 操作类型 = "新增"
                 THEN MOVE 操作员 TO 涉及开单员(涉及下标)
                 ELSE MOVE 操作员 TO 涉及作废员(涉及下标)
                 END-IF
                 MOVE 涉及数 TO 涉及下标
            END-IF
            END-PERFORM
       END-IF.
       IF 操作文件 = "客户" AND 操作类型 = "新增"
          AND 操作日期 = 核查短日期
       THEN MOVE 0 TO 退款下标
            PERFORM UNTIL 退款下标 >= 退款数
            COMPUTE 退款下标 = 退款下标 + 1
            IF 操作记录键(1:6) = 表退款顾客号(退款下标)
               AND 操作员 = 表退款员(退款下标)
            THEN MOVE 1 TO 表退款新客(退款下标)
            END-IF
            END-PERFORM
       END-IF.

       核对单张账单.
       MOVE 涉及账单号(涉及下标) TO 账单号暂存.
       MOVE 涉及开单员(涉及下标) TO 本单开单员.
       MOVE 涉及作废员(涉及下标) TO 本单作废员.
       MOVE 涉及退款员(涉及下标) TO 本单退款员.
       MOVE 涉及退款额(涉及下标) TO 本单退款额.
       MOVE 涉及折让经办(涉及下标) TO 本单折让经办.
       MOVE 涉及折让主管(涉及下标) TO 本单折让主管.
       MOVE 涉及折让额(涉及下标) TO 本单折让额.
       IF 本单开单员 NOT = SPACE
          AND 本单开单员 = 本单作废员
       THEN MOVE 本单开单员 TO 例外操作员
            MOVE "开单并作废" TO 例外说明
            MOVE 0 TO 例外金额
            PERFORM 写例外行 THRU 写例外行-EXIT
       END-IF.
       IF 本单开单员 NOT = SPACE
          AND 本单开单员 = 本单退款员
       THEN MOVE 本单开单员 TO 例外操作员
            MOVE "开单并支付退款" TO 例外说明
            MOVE 本单退款额 TO 例外金额
            PERFORM 写例外行 THRU 写例外行-EXIT
       END-IF.
       IF 本单作废员 NOT = SPACE
          AND 本单作废员 = 本单退款员
       THEN MOVE 本单作废员 TO 例外操作员
            MOVE "作废并支付退款" TO 例外说明
            MOVE 本单退款额 TO 例外金额
            PERFORM 写例外行 THRU 写例外行-EXIT
       END-IF.
       IF 本单折让主管 = SPACE
       THEN GO TO 核对单张账单-EXIT
       END-IF.
       IF 本单折让主管 = 本单折让经办
       THEN MOVE 本单折让主管 TO 例外操作员
            MOVE "主管自批折让" TO 例外说明
            MOVE 本单折让额 TO 例外金额
            PERFORM 写例外行 THRU 写例外行-EXIT
       ELSE IF 本单折让主管 = 本单开单员
            THEN MOVE 本单折让主管 TO 例外操作员
                 MOVE "批准本人账单折让" TO 例外说明
                 MOVE 本单折让额 TO 例外金额
                 PERFORM 写例外行 THRU 写例外行-EXIT
            END-IF
       END-IF.
       IF 本单折让主管 = 本单退款员
       THEN MOVE 本单折让主管 TO 例外操作员
            MOVE "批折让并退款" TO 例外说明
            MOVE 本单退款额 TO 例外金额
            PERFORM 写例外行 THRU 写例外行-EXIT
       END-IF.
       核对单张账单-EXIT.
       EXIT.

       写例外行.
       MOVE SPACE TO 例外行.
       STRING 账单号暂存 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              例外操作员 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              例外说明 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              例外金额 DELIMITED BY SIZE
         INTO 例外行.
       WRITE 例外行.
       DISPLAY 例外行.
       COMPUTE 例外总数 = 例外总数 + 1.
       ADD 例外金额 TO 例外总金额.
       MOVE 1 TO 汇总下标.
       PERFORM UNTIL 汇总下标 > 汇总数
               OR 表汇总操作员(汇总下标) = 例外操作员
       COMPUTE 汇总下标 = 汇总下标 + 1
       END-PERFORM.
       IF 汇总下标 > 汇总数
       THEN IF 汇总数 >= 200
            THEN DISPLAY "操作员超过200人,未汇总:"
                     例外操作员
                 GO TO 写例外行-EXIT
            END-IF
            COMPUTE 汇总数 = 汇总数 + 1
            MOVE 例外操作员 TO 表汇总操作员(汇总数)
            MOVE 0 TO 表汇总例外数(汇总数)
            MOVE 0 TO 表汇总金额(汇总数)
       END-IF.
       ADD 1 TO 表汇总例外数(汇总下标).
       ADD 例外金额 TO 表汇总金额(汇总下标).
       写例外行-EXIT.
       EXIT.

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
