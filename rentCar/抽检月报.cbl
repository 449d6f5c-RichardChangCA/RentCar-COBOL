       IDENTIFICATION DIVISION.
       PROGRAM-ID.抽检月报.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 抽检 ASSIGN TO "抽检.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 抽检账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码
        FILE STATUS IS 文件状态码.

        SELECT 差错报表 ASSIGN TO "抽检差错月报.txt"
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
       FD 抽检.
       01 抽检记录.
        05 抽检账单号 PIC 9(6).
        05 抽检账单日期 PIC 9(8).
        05 抽检分店 PIC 9(2).
        05 抽检经办员 PIC X(6).
        05 抽检总金额 PIC 9(7).
        05 抽检风险.
         10 抽检有损坏费 PIC 9.
         10 抽检有折让 PIC 9.
         10 抽检有积分抵扣 PIC 9.
         10 抽检有促销折减 PIC 9.
        05 抽检日期 PIC 9(8).
        05 抽检状态 PIC 9.
         88 待复核 VALUE 0.
         88 复核无误 VALUE 1.
         88 复核已更正 VALUE 2.
         88 复核已移交 VALUE 3.
        05 复核员 PIC X(6).
        05 复核日期 PIC 9(8).
        05 复核说明 PIC X(30).
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
       FD 差错报表.
       01 差错行 PIC X(100).
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
       01 经办员表.
        05 经办员项 OCCURS 200.
         10 表经办员 PIC X(6).
         10 表经办抽检数 PIC 9(5).
         10 表经办已复核 PIC 9(5).
         10 表经办差错 PIC 9(5).
         10 表经办待复核 PIC 9(5).
       01 分店统计表.
        05 分店统计项 OCCURS 99.
         10 表分店抽检数 PIC 9(5).
         10 表分店已复核 PIC 9(5).
         10 表分店差错 PIC 9(5).
         10 表分店待复核 PIC 9(5).
       77 经办员数 PIC 9(3).
       77 经办下标 PIC 9(3).
       77 分店下标 PIC 9(3).
       77 今日日期 PIC 9(8).
       77 报表年月 PIC 9(6).
       77 月起日期 PIC 9(8).
       77 月止日期 PIC 9(8).
       77 本项抽检数 PIC 9(5).
       77 本项已复核 PIC 9(5).
       77 本项差错 PIC 9(5).
       77 本项待复核 PIC 9(5).
       77 差错率 PIC 9(3)V99.
       77 差错率显示 PIC ZZ9.99.
       77 项目名称 PIC X(12).
       77 合计抽检数 PIC 9(6).
       77 合计已复核 PIC 9(6).
       77 合计差错 PIC 9(6).
       77 合计待复核 PIC 9(6).
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
       77 异常程序名 PIC X(16) VALUE "抽检月报".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       抽检文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 抽检.
       抽检文件出错处理.
       MOVE "抽检" TO 异常文件名.
       MOVE 抽检账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       分店文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 分店.
       分店文件出错处理.
       MOVE "分店" TO 异常文件名.
       MOVE 分店代码 TO 异常记录键.
       PERFORM 登记文件异常.
       差错报表文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 差错报表.
       差错报表文件出错处理.
       MOVE "差错报表" TO 异常文件名.
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
       DISPLAY "======== 账单抽检差错率月报 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 今日日期(1:6) TO 报表年月.
       IF 人工操作
       THEN DISPLAY "请输入报表年月(YYYYMM,0为本月):"
                NO ADVANCING
            ACCEPT 报表年月
            IF 报表年月 = 0
            THEN MOVE 今日日期(1:6) TO 报表年月
            END-IF
       END-IF.
       COMPUTE 月起日期 = 报表年月 * 100 + 1.
       COMPUTE 月止日期 = 报表年月 * 100 + 31.
       MOVE SPACE TO 经办员表.
       MOVE ZERO TO 分店统计表.
       MOVE 0 TO 经办员数.
       OPEN INPUT 抽检.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 抽检 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 计入抽检记录
                       THRU 计入抽检记录-EXIT
       END-READ
       END-PERFORM.
       CLOSE 抽检.
       MOVE 0 TO 合计抽检数 合计已复核.
       MOVE 0 TO 合计差错 合计待复核.
       OPEN OUTPUT 差错报表.
       MOVE SPACE TO 差错行.
       STRING "----账单抽检差错率月报----报表年月:"
                  DELIMITED BY SIZE
              报表年月 DELIMITED BY SIZE
         INTO 差错行.
       WRITE 差错行.
       DISPLAY 差错行.
       MOVE "[按经办员]" TO 差错行.
       WRITE 差错行.
       DISPLAY 差错行.
       PERFORM 写表头行.
       MOVE 1 TO 经办下标.
       PERFORM UNTIL 经办下标 > 经办员数
       MOVE 表经办员(经办下标) TO 项目名称
       MOVE 表经办抽检数(经办下标) TO 本项抽检数
       MOVE 表经办已复核(经办下标) TO 本项已复核
       MOVE 表经办差错(经办下标) TO 本项差错
       MOVE 表经办待复核(经办下标) TO 本项待复核
       PERFORM 写统计行
       ADD 本项抽检数 TO 合计抽检数
       ADD 本项已复核 TO 合计已复核
       ADD 本项差错 TO 合计差错
       ADD 本项待复核 TO 合计待复核
       COMPUTE 经办下标 = 经办下标 + 1
       END-PERFORM.
       MOVE "[按分店]" TO 差错行.
       WRITE 差错行.
       DISPLAY 差错行.
       PERFORM 写表头行.
       OPEN INPUT 分店.
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       IF 表分店抽检数(分店下标) > 0
       THEN MOVE 分店下标 TO 分店代码
            READ 分店 KEY IS 分店代码
            INVALID KEY MOVE SPACE TO 分店名称
            END-READ
            MOVE SPACE TO 项目名称
            STRING 分店代码 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   分店名称 DELIMITED BY SIZE
              INTO 项目名称
            MOVE 表分店抽检数(分店下标) TO 本项抽检数
            MOVE 表分店已复核(分店下标) TO 本项已复核
            MOVE 表分店差错(分店下标) TO 本项差错
            MOVE 表分店待复核(分店下标) TO 本项待复核
            PERFORM 写统计行
       END-IF
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM.
       CLOSE 分店.
       MOVE "合计" TO 项目名称.
       MOVE 合计抽检数 TO 本项抽检数.
       MOVE 合计已复核 TO 本项已复核.
       MOVE 合计差错 TO 本项差错.
       MOVE 合计待复核 TO 本项待复核.
       PERFORM 写表头行.
       PERFORM 写统计行.
       MOVE SPACE TO 差错行.
       STRING "(差错=复核结果为已更正或移交处理;"
                  DELIMITED BY SIZE
              "差错率按已复核张数计)" DELIMITED BY SIZE
         INTO 差错行.
       WRITE 差错行.
       DISPLAY 差错行.
       CLOSE 差错报表.
       MOVE "抽检" TO 审计操作文件.
       MOVE "月报" TO 审计操作类型.
       MOVE 报表年月 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "月报已写入抽检差错月报.txt".
       MOVE "抽检月报" TO 归档报表名暂存.
       MOVE "抽检差错月报.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 报表年月 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...抽检差错率月报完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       计入抽检记录.
       IF 抽检账单日期 < 月起日期
          OR 抽检账单日期 > 月止日期
       THEN GO TO 计入抽检记录-EXIT
       END-IF.
       MOVE 1 TO 经办下标.
       PERFORM UNTIL 经办下标 > 经办员数
               OR 表经办员(经办下标) = 抽检经办员
       COMPUTE 经办下标 = 经办下标 + 1
       END-PERFORM.
       IF 经办下标 > 经办员数
       THEN IF 经办员数 >= 200
            THEN DISPLAY "经办员超过200人,未计入:"
                     抽检经办员
                 GO TO 计入抽检记录-EXIT
            END-IF
            COMPUTE 经办员数 = 经办员数 + 1
            MOVE 抽检经办员 TO 表经办员(经办员数)
            MOVE 0 TO 表经办抽检数(经办员数)
            MOVE 0 TO 表经办已复核(经办员数)
            MOVE 0 TO 表经办差错(经办员数)
            MOVE 0 TO 表经办待复核(经办员数)
       END-IF.
       ADD 1 TO 表经办抽检数(经办下标).
       IF 待复核
       THEN ADD 1 TO 表经办待复核(经办下标)
       ELSE ADD 1 TO 表经办已复核(经办下标)
       END-IF.
       IF 复核已更正 OR 复核已移交
       THEN ADD 1 TO 表经办差错(经办下标)
       END-IF.
       IF 抽检分店 = 0
       THEN GO TO 计入抽检记录-EXIT
       END-IF.
       ADD 1 TO 表分店抽检数(抽检分店).
       IF 待复核
       THEN ADD 1 TO 表分店待复核(抽检分店)
       ELSE ADD 1 TO 表分店已复核(抽检分店)
       END-IF.
       IF 复核已更正 OR 复核已移交
       THEN ADD 1 TO 表分店差错(抽检分店)
       END-IF.
       计入抽检记录-EXIT.
       EXIT.

       写表头行.
       MOVE "项目 抽检数 已复核 差错 差错率% 待复核"
         TO 差错行.
       WRITE 差错行.
       DISPLAY 差错行.

       写统计行.
       MOVE 0 TO 差错率.
       IF 本项已复核 > 0
       THEN COMPUTE 差错率 ROUNDED =
                本项差错 * 100 / 本项已复核
       END-IF.
       MOVE 差错率 TO 差错率显示.
       MOVE SPACE TO 差错行.
       STRING 项目名称 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项抽检数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项已复核 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项差错 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              差错率显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项待复核 DELIMITED BY SIZE
         INTO 差错行.
       WRITE 差错行.
       DISPLAY 差错行.

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
