       IDENTIFICATION DIVISION.
       PROGRAM-ID.黑名单导入.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 导入 ASSIGN TO "行业黑名单.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OPTIONAL 黑名单 ASSIGN TO "行业黑名单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 黑名单编号
        ALTERNATE RECORD KEY IS 黑名单身份证 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 黑名单驾照 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 黑名单电话 WITH DUPLICATES.

        SELECT OPTIONAL 黑名单命中 ASSIGN TO "黑名单命中.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 命中顾客号.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT OPTIONAL 顾客身份 ASSIGN TO "顾客身份.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 身份顾客号
        ALTERNATE RECORD KEY IS 身份证号 WITH DUPLICATES.

        SELECT 命中报表 ASSIGN TO "黑名单命中报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 导入.
       01 导入行 PIC X(100).
       FD 黑名单.
       01 黑名单记录.
        05 黑名单编号 PIC 9(6).
        05 黑名单姓名 PIC X(10).
        05 黑名单身份证 PIC X(18).
        05 黑名单驾照 PIC X(12).
        05 黑名单电话 PIC 9(11).
        05 黑名单原因 PIC X(20).
        05 黑名单导入日期 PIC 9(8).
       FD 黑名单命中.
       01 黑名单命中记录.
        05 命中顾客号 PIC 9(6).
        05 命中依据 PIC X(8).
        05 命中名单编号 PIC 9(6).
        05 首次命中日期 PIC 9(8).
        05 最近核对日期 PIC 9(8).
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
       FD 顾客身份.
       01 顾客身份记录.
        05 身份顾客号 PIC 9(6).
        05 身份证号 PIC X(18).
        05 身份登记日期 PIC 9(8).
       FD 命中报表.
       01 报表行 PIC X(100).
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
       77 今日日期 PIC 9(8).
       77 名单条数 PIC 9(6).
       77 跳过条数 PIC 9(6).
       77 新命中数 PIC 9(5).
       77 续命中数 PIC 9(5).
       77 移出数 PIC 9(5).
       77 姓名字段 PIC X(10).
       77 身份证字段 PIC X(18).
       77 驾照字段 PIC X(12).
       77 电话字段 PIC X(11).
       77 原因字段 PIC X(20).
       77 本人身份证 PIC X(18).
       77 本人电话 PIC 9(11).
       77 依据暂存 PIC X(8).
       77 名单编号暂存 PIC 9(6).
       01 导入是否完了 PIC 9.
        88 导入完了 VALUE 1.
        88 导入没完了 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否命中 PIC 9.
        88 命中 VALUE 1.
        88 未命中 VALUE 0.
       01 原先是否命中 PIC 9.
        88 原先命中 VALUE 1.
        88 原先未命中 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6).
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
       DISPLAY "======== 行业不良租车人名单导入 ========".
       DISPLAY SPACE.
       DISPLAY "读入文件:行业黑名单.csv".
       DISPLAY "行格式:姓名,身份证号,驾照号码,"
           "电话,原因".
       DISPLAY "本次导入将替换原名单.".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 名单条数 跳过条数.
       OPEN OUTPUT 黑名单.
       OPEN INPUT 导入.
       SET 导入没完了 TO TRUE.
       PERFORM UNTIL 导入完了
       READ 导入
       AT END SET 导入完了 TO TRUE
       NOT AT END PERFORM 处理名单行 THRU 处理名单行-EXIT
       END-READ
       END-PERFORM.
       CLOSE 导入.
       CLOSE 黑名单.
       DISPLAY "名单载入条数:" NO ADVANCING.
       DISPLAY 名单条数.
       DISPLAY "无可识别证件而跳过条数:" NO ADVANCING.
       DISPLAY 跳过条数.
       MOVE "黑名单" TO 审计操作文件.
       MOVE "导入" TO 审计操作类型.
       MOVE 名单条数 TO 审计操作键.
       PERFORM 写审计记录.
       PERFORM 比对现有顾客.
       DISPLAY "...名单导入完毕".
       STOP " ".
       EXIT PROGRAM.

       处理名单行.
       MOVE SPACE TO 姓名字段 身份证字段 驾照字段.
       MOVE SPACE TO 电话字段 原因字段.
       UNSTRING 导入行 DELIMITED BY ","
           INTO 姓名字段 身份证字段 驾照字段
                电话字段 原因字段.
       IF 电话字段 IS NOT NUMERIC
       THEN MOVE SPACE TO 电话字段
       END-IF.
       IF 身份证字段 = SPACE AND 驾照字段 = SPACE
          AND 电话字段 = SPACE
       THEN COMPUTE 跳过条数 = 跳过条数 + 1
            GO TO 处理名单行-EXIT
       END-IF.
       IF 身份证字段(18:1) = "x"
       THEN MOVE "X" TO 身份证字段(18:1)
       END-IF.
       COMPUTE 名单条数 = 名单条数 + 1.
       MOVE 名单条数 TO 黑名单编号.
       MOVE 姓名字段 TO 黑名单姓名.
       MOVE 身份证字段 TO 黑名单身份证.
       MOVE 驾照字段 TO 黑名单驾照.
       IF 电话字段 = SPACE
       THEN MOVE 0 TO 黑名单电话
       ELSE MOVE 电话字段 TO 黑名单电话
       END-IF.
       MOVE 原因字段 TO 黑名单原因.
       MOVE 今日日期 TO 黑名单导入日期.
       WRITE 黑名单记录.
       处理名单行-EXIT.
       EXIT.

       比对现有顾客.
       MOVE 0 TO 新命中数 续命中数 移出数.
       OPEN OUTPUT 命中报表.
       MOVE "----现有顾客比对不良租车人名单报表----"
         TO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE SPACE TO 报表行.
       STRING "导入日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              " 名单条数:" DELIMITED BY SIZE
              名单条数 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       OPEN INPUT 黑名单.
       OPEN INPUT 顾客身份.
       OPEN I-O 黑名单命中.
       OPEN INPUT 顾客.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 顾客 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 比对一位顾客
       END-READ
       END-PERFORM.
       CLOSE 顾客.
       CLOSE 黑名单命中.
       CLOSE 顾客身份.
       CLOSE 黑名单.
       MOVE SPACE TO 报表行.
       STRING "新命中顾客:" DELIMITED BY SIZE
              新命中数 DELIMITED BY SIZE
              " 此前已命中:" DELIMITED BY SIZE
              续命中数 DELIMITED BY SIZE
              " 已移出名单:" DELIMITED BY SIZE
              移出数 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       CLOSE 命中报表.
       DISPLAY "报表已写入黑名单命中报表.txt".
       MOVE "黑名单命中" TO 归档报表名暂存.
       MOVE "黑名单命中报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       比对一位顾客.
       SET 未命中 TO TRUE.
       MOVE SPACE TO 依据暂存.
       MOVE 0 TO 名单编号暂存.
       MOVE SPACE TO 本人身份证.
       MOVE 顾客号 TO 身份顾客号.
       READ 顾客身份 KEY IS 身份顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 身份证号 TO 本人身份证
       END-READ.
       IF 本人身份证 NOT = SPACE
       THEN MOVE 本人身份证 TO 黑名单身份证
            READ 黑名单 KEY IS 黑名单身份证
            INVALID KEY CONTINUE
            NOT INVALID KEY SET 命中 TO TRUE
                            MOVE "身份证" TO 依据暂存
                            MOVE 黑名单编号 TO 名单编号暂存
            END-READ
       END-IF.
       IF 未命中 AND 驾照号码 NOT = SPACE
       THEN MOVE 驾照号码 TO 黑名单驾照
            READ 黑名单 KEY IS 黑名单驾照
            INVALID KEY CONTINUE
            NOT INVALID KEY SET 命中 TO TRUE
                            MOVE "驾驶证" TO 依据暂存
                            MOVE 黑名单编号 TO 名单编号暂存
            END-READ
       END-IF.
       MOVE 顾客档案电话 TO 本人电话.
       IF 未命中 AND 本人电话 NOT = 0
       THEN MOVE 本人电话 TO 黑名单电话
            READ 黑名单 KEY IS 黑名单电话
            INVALID KEY CONTINUE
            NOT INVALID KEY SET 命中 TO TRUE
                            MOVE "电话" TO 依据暂存
                            MOVE 黑名单编号 TO 名单编号暂存
            END-READ
       END-IF.
       SET 原先未命中 TO TRUE.
       MOVE 顾客号 TO 命中顾客号.
       READ 黑名单命中 KEY IS 命中顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 原先命中 TO TRUE
       END-READ.
       EVALUATE TRUE
       WHEN 命中 AND 原先未命中
            MOVE 顾客号 TO 命中顾客号
            MOVE 依据暂存 TO 命中依据
            MOVE 名单编号暂存 TO 命中名单编号
            MOVE 今日日期 TO 首次命中日期
            MOVE 今日日期 TO 最近核对日期
            WRITE 黑名单命中记录
            COMPUTE 新命中数 = 新命中数 + 1
            MOVE "新命中" TO 审计操作类型
            PERFORM 写命中行
       WHEN 命中 AND 原先命中
            MOVE 依据暂存 TO 命中依据
            MOVE 名单编号暂存 TO 命中名单编号
            MOVE 今日日期 TO 最近核对日期
            REWRITE 黑名单命中记录
            COMPUTE 续命中数 = 续命中数 + 1
       WHEN 未命中 AND 原先命中
            DELETE 黑名单命中 RECORD
            COMPUTE 移出数 = 移出数 + 1
            MOVE "已移出" TO 审计操作类型
            MOVE "名单已移出" TO 依据暂存
            PERFORM 写命中行
       WHEN OTHER CONTINUE
       END-EVALUATE.

       写命中行.
       MOVE SPACE TO 报表行.
       STRING 审计操作类型 DELIMITED BY SPACE
              " 顾客号:" DELIMITED BY SIZE
              顾客号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              顾客档案姓名 DELIMITED BY SIZE
              " 电话:" DELIMITED BY SIZE
              顾客档案电话 DELIMITED BY SIZE
              " 依据:" DELIMITED BY SIZE
              依据暂存 DELIMITED BY SIZE
         INTO 报表行.
       IF 命中
       THEN STRING 报表行 DELIMITED BY "  "
                   " 原因:" DELIMITED BY SIZE
                   黑名单原因 DELIMITED BY SIZE
              INTO 报表行
       END-IF.
       WRITE 报表行.
       DISPLAY 报表行.

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
