       IDENTIFICATION DIVISION.
       PROGRAM-ID.配件库存.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 配件 ASSIGN TO "配件.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 配件编号.

        SELECT 订货单 ASSIGN TO "配件订货.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 配件.
       01 配件记录.
        05 配件编号 PIC X(8).
        05 配件名称 PIC X(12).
        05 配件单位 PIC X(4).
        05 配件单价 PIC 9(5).
        05 在库数量 PIC 9(5).
        05 再订货点 PIC 9(5).
        05 再订货量 PIC 9(5).
        05 配件状态 PIC 9.
         88 配件启用 VALUE 1.
         88 配件停用 VALUE 0.
       FD 订货单.
       01 订货行 PIC X(100).
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
       77 配件编号输入 PIC X(8).
       77 入库数量输入 PIC 9(5).
       77 订货笔数 PIC 9(4).
       77 订货金额 PIC 9(8).
       77 本项金额 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 配件是否找到 PIC 9.
        88 配件找到 VALUE 1.
        88 配件未找到 VALUE 0.
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
       DISPLAY "======== 配件库存管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记或修改配件".
       DISPLAY SPACE.
       DISPLAY "2、配件入库".
       DISPLAY SPACE.
       DISPLAY "3、浏览配件库存".
       DISPLAY SPACE.
       DISPLAY "4、再订货报表".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 维护配件
       WHEN 2 PERFORM 配件入库 THRU 配件入库-EXIT
       WHEN 3 PERFORM 浏览配件
       WHEN 4 PERFORM 再订货报表
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...配件库存管理已结束".
       STOP " ".
       EXIT PROGRAM.

       维护配件.
       DISPLAY "请输入配件编号:" NO ADVANCING.
       ACCEPT 配件编号输入.
       OPEN I-O 配件.
       MOVE 配件编号输入 TO 配件编号.
       READ 配件 KEY IS 配件编号
       INVALID KEY DISPLAY "将新增该配件."
                   MOVE 0 TO 在库数量
       NOT INVALID KEY DISPLAY "将修改该配件."
       END-READ.
       MOVE 配件编号输入 TO 配件编号.
       DISPLAY "请输入配件名称:" NO ADVANCING.
       ACCEPT 配件名称.
       DISPLAY "请输入计量单位(如个/升):" NO ADVANCING.
       ACCEPT 配件单位.
       DISPLAY "请输入单价:" NO ADVANCING.
       ACCEPT 配件单价.
       DISPLAY "请输入再订货点:" NO ADVANCING.
       ACCEPT 再订货点.
       DISPLAY "请输入每次订货量:" NO ADVANCING.
       ACCEPT 再订货量.
       DISPLAY "是否启用(启用1/停用0):" NO ADVANCING.
       ACCEPT 配件状态.
       REWRITE 配件记录
       INVALID KEY WRITE 配件记录
       END-REWRITE.
       CLOSE 配件.
       MOVE "配件" TO 审计操作文件.
       MOVE "维护" TO 审计操作类型.
       MOVE 配件编号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "配件档案已保存.".

       配件入库.
       DISPLAY "请输入配件编号:" NO ADVANCING.
       ACCEPT 配件编号输入.
       SET 配件未找到 TO TRUE.
       OPEN I-O 配件.
       MOVE 配件编号输入 TO 配件编号.
       READ 配件 KEY IS 配件编号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 配件找到 TO TRUE
       END-READ.
       IF 配件未找到
       THEN DISPLAY "无此配件,请先登记."
            CLOSE 配件
            GO TO 配件入库-EXIT
       END-IF.
       DISPLAY "当前在库:" NO ADVANCING.
       DISPLAY 在库数量.
       DISPLAY "请输入入库数量:" NO ADVANCING.
       ACCEPT 入库数量输入.
       ADD 入库数量输入 TO 在库数量.
       REWRITE 配件记录.
       CLOSE 配件.
       MOVE "配件" TO 审计操作文件.
       MOVE "入库" TO 审计操作类型.
       MOVE 配件编号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "入库完成,在库数量:" NO ADVANCING.
       DISPLAY 在库数量.
       配件入库-EXIT.
       EXIT.

       浏览配件.
       DISPLAY "--配件库存(编号/名称/单位/单价/"
           "在库/订货点/订货量)--".
       OPEN INPUT 配件.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 配件 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 配件记录
       END-READ
       END-PERFORM.
       CLOSE 配件.

       再订货报表.
       MOVE 0 TO 订货笔数 订货金额.
       OPEN OUTPUT 订货单.
       MOVE "----配件再订货报表----" TO 订货行.
       WRITE 订货行.
       MOVE SPACE TO 订货行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 订货行.
       WRITE 订货行.
       DISPLAY 订货行.
       OPEN INPUT 配件.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 配件 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 配件启用 AND 在库数量 <= 再订货点
       THEN PERFORM 写订货行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 配件.
       MOVE SPACE TO 订货行.
       STRING "需订货配件数:" DELIMITED BY SIZE
              订货笔数 DELIMITED BY SIZE
              " 预计金额:" DELIMITED BY SIZE
              订货金额 DELIMITED BY SIZE
         INTO 订货行.
       WRITE 订货行.
       DISPLAY 订货行.
       CLOSE 订货单.
       DISPLAY "报表已写入配件订货.txt".
       MOVE "配件订货" TO 归档报表名暂存.
       MOVE "配件订货.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       写订货行.
       COMPUTE 订货笔数 = 订货笔数 + 1.
       COMPUTE 本项金额 = 再订货量 * 配件单价.
       ADD 本项金额 TO 订货金额.
       MOVE SPACE TO 订货行.
       STRING 配件编号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              配件名称 DELIMITED BY SIZE
              " 在库:" DELIMITED BY SIZE
              在库数量 DELIMITED BY SIZE
              " 订货点:" DELIMITED BY SIZE
              再订货点 DELIMITED BY SIZE
              " 建议订货:" DELIMITED BY SIZE
              再订货量 DELIMITED BY SIZE
              配件单位 DELIMITED BY SPACE
              " 金额:" DELIMITED BY SIZE
              本项金额 DELIMITED BY SIZE
         INTO 订货行.
       WRITE 订货行.
       DISPLAY 订货行.

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
