       IDENTIFICATION DIVISION.
       PROGRAM-ID.保修管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 保修条款 ASSIGN TO "保修条款.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 条款主键.

        SELECT OPTIONAL 保修索赔 ASSIGN TO "保修索赔.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 索赔编号
        ALTERNATE RECORD KEY IS 索赔维修编号 WITH DUPLICATES.

        SELECT 回收报表 ASSIGN TO "保修回收报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 保修条款.
       01 保修条款记录.
        05 条款主键.
         10 条款厂家 PIC X(10).
         10 条款型号 PIC X(5).
        05 保修月数 PIC 9(3).
        05 保修公里 PIC 9(6).
       FD 保修索赔.
       01 保修索赔记录.
        05 索赔编号 PIC 9(6).
        05 索赔维修编号 PIC 9(6).
        05 索赔车牌照 PIC X(6).
        05 索赔厂家 PIC X(10).
        05 索赔型号 PIC X(5).
        05 索赔维修日期 PIC 9(8).
        05 索赔金额 PIC 9(6).
        05 提交日期 PIC 9(8).
        05 索赔状态 PIC 9.
         88 索赔已提交 VALUE 1.
         88 索赔已批准 VALUE 2.
         88 索赔已报销 VALUE 3.
         88 索赔已拒绝 VALUE 4.
        05 批准金额 PIC 9(6).
        05 报销金额 PIC 9(6).
        05 状态日期 PIC 9(8).
        05 拒绝原因 PIC X(20).
       FD 回收报表.
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
       77 选择 PIC 9.
       77 动作选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 索赔编号输入 PIC 9(6).
       77 金额输入 PIC 9(6).
       77 厂家数 PIC 99.
       77 厂家下标 PIC 99.
       77 合计笔数 PIC 9(5).
       77 合计索赔 PIC 9(9).
       77 合计回收 PIC 9(9).
       77 合计未结 PIC 9(9).
       77 合计拒绝 PIC 9(9).
       01 厂家汇总表.
        05 厂家汇总 OCCURS 50 TIMES.
         10 汇总厂家 PIC X(10).
         10 汇总笔数 PIC 9(5).
         10 汇总索赔 PIC 9(9).
         10 汇总回收 PIC 9(9).
         10 汇总未结 PIC 9(9).
         10 汇总拒绝 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
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
       DISPLAY "======== 厂家保修索赔管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、维护保修条款".
       DISPLAY SPACE.
       DISPLAY "2、浏览保修索赔".
       DISPLAY SPACE.
       DISPLAY "3、更新索赔状态".
       DISPLAY SPACE.
       DISPLAY "4、厂家索赔回收报表".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 维护保修条款
       WHEN 2 PERFORM 浏览索赔
       WHEN 3 PERFORM 更新索赔状态 THRU 更新索赔状态-EXIT
       WHEN 4 PERFORM 索赔回收报表
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...保修索赔管理已结束".
       STOP " ".
       EXIT PROGRAM.

       维护保修条款.
       DISPLAY "请输入厂家:" NO ADVANCING.
       ACCEPT 条款厂家.
       DISPLAY "请输入型号(直接回车表示该厂家"
           "全部型号):" NO ADVANCING.
       ACCEPT 条款型号.
       OPEN I-O 保修条款.
       READ 保修条款 KEY IS 条款主键
       INVALID KEY DISPLAY "将新增该保修条款."
       NOT INVALID KEY DISPLAY "将修改该保修条款,原条款:"
                       DISPLAY 保修条款记录
       END-READ.
       DISPLAY "请输入保修月数:" NO ADVANCING.
       ACCEPT 保修月数.
       DISPLAY "请输入保修公里数(0为不限里程):"
           NO ADVANCING.
       ACCEPT 保修公里.
       REWRITE 保修条款记录
       INVALID KEY WRITE 保修条款记录
       END-REWRITE.
       CLOSE 保修条款.
       MOVE "保修" TO 审计操作文件.
       MOVE "条款" TO 审计操作类型.
       MOVE 条款厂家 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "保修条款已保存.".

       浏览索赔.
       DISPLAY "--保修索赔(编号/维修编号/车牌/厂家/"
           "型号/维修日期/金额/提交日期/状态/批准/"
           "报销/状态日期/拒绝原因)--".
       DISPLAY "--状态:1已提交 2已批准 3已报销 4已拒绝--".
       OPEN INPUT 保修索赔.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 保修索赔 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 保修索赔记录
       END-READ
       END-PERFORM.
       CLOSE 保修索赔.

       更新索赔状态.
       DISPLAY "请输入索赔编号:" NO ADVANCING.
       ACCEPT 索赔编号输入.
       SET 没找到 TO TRUE.
       OPEN I-O 保修索赔.
       MOVE 索赔编号输入 TO 索赔编号.
       READ 保修索赔 KEY IS 索赔编号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 找到 TO TRUE
       END-READ.
       IF 没找到
       THEN DISPLAY "无此索赔."
            CLOSE 保修索赔
            GO TO 更新索赔状态-EXIT
       END-IF.
       DISPLAY 保修索赔记录.
       IF 索赔已报销 OR 索赔已拒绝
       THEN DISPLAY "该索赔已了结,不能再更新."
            CLOSE 保修索赔
            GO TO 更新索赔状态-EXIT
       END-IF.
       DISPLAY "请选择(1、厂家批准 2、厂家报销 "
           "3、厂家拒绝):" NO ADVANCING.
       ACCEPT 动作选择.
       EVALUATE TRUE
       WHEN 动作选择 = 1 AND 索赔已提交
            PERFORM 批准索赔
       WHEN 动作选择 = 2 AND 索赔已批准
            PERFORM 报销索赔
       WHEN 动作选择 = 3
            PERFORM 拒绝索赔
       WHEN OTHER
            DISPLAY "当前状态不允许该操作."
            CLOSE 保修索赔
            GO TO 更新索赔状态-EXIT
       END-EVALUATE.
       MOVE 今日日期 TO 状态日期.
       REWRITE 保修索赔记录.
       CLOSE 保修索赔.
       MOVE "索赔" TO 审计操作文件.
       MOVE 索赔编号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "索赔状态已更新.".
       更新索赔状态-EXIT.
       EXIT.

       批准索赔.
       DISPLAY "请输入厂家批准金额(0为按索赔金额):"
           NO ADVANCING.
       ACCEPT 金额输入.
       IF 金额输入 = 0
       THEN MOVE 索赔金额 TO 批准金额
       ELSE MOVE 金额输入 TO 批准金额
       END-IF.
       SET 索赔已批准 TO TRUE.
       MOVE "批准" TO 审计操作类型.

       报销索赔.
       DISPLAY "请输入厂家实际报销金额(0为按批准金额):"
           NO ADVANCING.
       ACCEPT 金额输入.
       IF 金额输入 = 0
       THEN MOVE 批准金额 TO 报销金额
       ELSE MOVE 金额输入 TO 报销金额
       END-IF.
       SET 索赔已报销 TO TRUE.
       MOVE "报销" TO 审计操作类型.

       拒绝索赔.
       DISPLAY "请输入拒绝原因:" NO ADVANCING.
       ACCEPT 拒绝原因.
       MOVE 0 TO 批准金额 报销金额.
       SET 索赔已拒绝 TO TRUE.
       MOVE "拒绝" TO 审计操作类型.

       索赔回收报表.
       MOVE 0 TO 厂家数.
       MOVE 0 TO 合计笔数 合计索赔 合计回收.
       MOVE 0 TO 合计未结 合计拒绝.
       OPEN INPUT 保修索赔.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 保修索赔 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 累计索赔 THRU 累计索赔-EXIT
       END-READ
       END-PERFORM.
       CLOSE 保修索赔.
       OPEN OUTPUT 回收报表.
       MOVE "----厂家保修索赔回收报表----" TO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE SPACE TO 报表行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE "厂家 笔数 索赔金额 已回收 未结 已拒绝"
         TO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE 1 TO 厂家下标.
       PERFORM UNTIL 厂家下标 > 厂家数
       MOVE SPACE TO 报表行
       STRING 汇总厂家(厂家下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              汇总笔数(厂家下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              汇总索赔(厂家下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              汇总回收(厂家下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              汇总未结(厂家下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              汇总拒绝(厂家下标) DELIMITED BY SIZE
         INTO 报表行
       WRITE 报表行
       DISPLAY 报表行
       COMPUTE 厂家下标 = 厂家下标 + 1
       END-PERFORM.
       MOVE SPACE TO 报表行.
       STRING "合计      " DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合计笔数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合计索赔 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合计回收 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合计未结 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合计拒绝 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       CLOSE 回收报表.
       DISPLAY "报表已写入保修回收报表.txt".
       MOVE "保修回收" TO 归档报表名暂存.
       MOVE "保修回收报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       累计索赔.
       SET 没找到 TO TRUE.
       MOVE 1 TO 厂家下标.
       PERFORM UNTIL 厂家下标 > 厂家数
           OR 找到
       IF 汇总厂家(厂家下标) = 索赔厂家
       THEN SET 找到 TO TRUE
       ELSE COMPUTE 厂家下标 = 厂家下标 + 1
       END-IF
       END-PERFORM.
       IF 没找到 AND 厂家数 < 50
       THEN COMPUTE 厂家数 = 厂家数 + 1
            MOVE 厂家数 TO 厂家下标
            MOVE 索赔厂家 TO 汇总厂家(厂家下标)
            MOVE 0 TO 汇总笔数(厂家下标)
            MOVE 0 TO 汇总索赔(厂家下标)
            MOVE 0 TO 汇总回收(厂家下标)
            MOVE 0 TO 汇总未结(厂家下标)
            MOVE 0 TO 汇总拒绝(厂家下标)
            SET 找到 TO TRUE
       END-IF.
       IF 没找到
       THEN GO TO 累计索赔-EXIT
       END-IF.
       ADD 1 TO 汇总笔数(厂家下标) 合计笔数.
       ADD 索赔金额 TO 汇总索赔(厂家下标) 合计索赔.
       EVALUATE TRUE
       WHEN 索赔已报销
            ADD 报销金额 TO 汇总回收(厂家下标) 合计回收
       WHEN 索赔已拒绝
            ADD 索赔金额 TO 汇总拒绝(厂家下标) 合计拒绝
       WHEN 索赔已批准
            ADD 批准金额 TO 汇总未结(厂家下标) 合计未结
       WHEN OTHER
            ADD 索赔金额 TO 汇总未结(厂家下标) 合计未结
       END-EVALUATE.
       累计索赔-EXIT.
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
       MOVE 当前操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.
