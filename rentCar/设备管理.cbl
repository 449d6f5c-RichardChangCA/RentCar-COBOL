       IDENTIFICATION DIVISION.
       PROGRAM-ID.设备管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 设备 ASSIGN TO "设备.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 设备序列号.

        SELECT 设备报表 ASSIGN TO "设备异常报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 设备.
       01 设备记录.
        05 设备序列号 PIC X(10).
        05 设备类型 PIC 9.
         88 设备儿童座椅 VALUE 1.
         88 设备GPS导航 VALUE 2.
        05 设备型号 PIC X(10).
        05 设备分店 PIC 9(2).
        05 设备所在分店 PIC 9(2).
        05 设备状态 PIC 9.
         88 设备在库 VALUE 1.
         88 设备已借出 VALUE 2.
         88 设备停用 VALUE 3.
         88 设备遗失 VALUE 4.
        05 设备确认号 PIC 9(6).
        05 设备借出日期 PIC 9(8).
        05 设备应还日期 PIC 9(8).
        05 设备检验到期 PIC 9(8).
        05 设备购置日期 PIC 9(8).
       FD 设备报表.
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
       77 状态选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 检验预警日期 PIC 9(8).
       77 预警天数 PIC 9(4) VALUE 30.
       77 序列号输入 PIC X(10).
       77 逾期条数 PIC 9(5).
       77 遗失条数 PIC 9(5).
       77 待检条数 PIC 9(5).
       77 异常说明 PIC X(12).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否新设备 PIC 9.
        88 新设备 VALUE 1.
        88 原有设备 VALUE 0.
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
       DISPLAY "======== 加装设备库存管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记/修改设备".
       DISPLAY SPACE.
       DISPLAY "2、变更设备状态".
       DISPLAY SPACE.
       DISPLAY "3、登记安全检验".
       DISPLAY SPACE.
       DISPLAY "4、浏览设备".
       DISPLAY SPACE.
       DISPLAY "5、逾期/遗失/待检设备报表".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记设备 THRU 登记设备-EXIT
       WHEN 2 PERFORM 变更设备状态 THRU 变更设备状态-EXIT
       WHEN 3 PERFORM 登记安全检验 THRU 登记安全检验-EXIT
       WHEN 4 PERFORM 浏览设备
       WHEN 5 PERFORM 设备异常报表
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...加装设备库存管理已结束".
       STOP " ".
       EXIT PROGRAM.

       登记设备.
       DISPLAY "请输入设备序列号:" NO ADVANCING.
       ACCEPT 序列号输入.
       IF 序列号输入 = SPACE
       THEN GO TO 登记设备-EXIT
       END-IF.
       OPEN I-O 设备.
       MOVE 序列号输入 TO 设备序列号.
       READ 设备 KEY IS 设备序列号
       INVALID KEY SET 新设备 TO TRUE
       NOT INVALID KEY SET 原有设备 TO TRUE
       END-READ.
       IF 新设备
       THEN DISPLAY "将新增该设备."
            MOVE 0 TO 设备确认号 设备借出日期
            MOVE 0 TO 设备应还日期
            MOVE 序列号输入 TO 设备序列号
            SET 设备在库 TO TRUE
            MOVE 今日日期 TO 设备购置日期
       ELSE DISPLAY "将修改该设备,原记录:"
            DISPLAY 设备记录
       END-IF.
       DISPLAY "请输入设备类型(1、儿童座椅 2、GPS导航):"
           NO ADVANCING.
       ACCEPT 设备类型.
       IF NOT 设备儿童座椅 AND NOT 设备GPS导航
       THEN DISPLAY "设备类型有误!"
            CLOSE 设备
            GO TO 登记设备-EXIT
       END-IF.
       DISPLAY "请输入型号:" NO ADVANCING.
       ACCEPT 设备型号.
       DISPLAY "请输入归属分店编号:" NO ADVANCING.
       ACCEPT 设备分店.
       IF 新设备 OR 设备在库
       THEN MOVE 设备分店 TO 设备所在分店
       END-IF.
       DISPLAY "请输入安全检验到期日(YYYYMMDD):"
           NO ADVANCING.
       ACCEPT 设备检验到期.
       IF 新设备
       THEN WRITE 设备记录
            MOVE "新增" TO 审计操作类型
       ELSE REWRITE 设备记录
            MOVE "修改" TO 审计操作类型
       END-IF.
       CLOSE 设备.
       MOVE "设备" TO 审计操作文件.
       MOVE 序列号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "设备已保存.".
       登记设备-EXIT.
       EXIT.

       变更设备状态.
       DISPLAY "请输入设备序列号:" NO ADVANCING.
       ACCEPT 序列号输入.
       OPEN I-O 设备.
       MOVE 序列号输入 TO 设备序列号.
       READ 设备 KEY IS 设备序列号
       INVALID KEY DISPLAY "没有该设备!"
                   CLOSE 设备
                   GO TO 变更设备状态-EXIT
       END-READ.
       DISPLAY 设备记录.
       DISPLAY "请选择(1、恢复在库 3、停用维修 "
           "4、遗失):"
           NO ADVANCING.
       ACCEPT 状态选择.
       EVALUATE 状态选择
       WHEN 1
            SET 设备在库 TO TRUE
            MOVE 设备分店 TO 设备所在分店
            MOVE 0 TO 设备确认号
            MOVE "恢复" TO 审计操作类型
       WHEN 3
            IF 设备已借出
            THEN DISPLAY "设备尚未归还,不能停用维修."
                 CLOSE 设备
                 GO TO 变更设备状态-EXIT
            END-IF
            SET 设备停用 TO TRUE
            MOVE "停用" TO 审计操作类型
       WHEN 4
            SET 设备遗失 TO TRUE
            MOVE "遗失" TO 审计操作类型
       WHEN OTHER
            DISPLAY "未作变更."
            CLOSE 设备
            GO TO 变更设备状态-EXIT
       END-EVALUATE.
       REWRITE 设备记录.
       CLOSE 设备.
       MOVE "设备" TO 审计操作文件.
       MOVE 序列号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "设备状态已更新.".
       变更设备状态-EXIT.
       EXIT.

       登记安全检验.
       DISPLAY "请输入设备序列号:" NO ADVANCING.
       ACCEPT 序列号输入.
       OPEN I-O 设备.
       MOVE 序列号输入 TO 设备序列号.
       READ 设备 KEY IS 设备序列号
       INVALID KEY DISPLAY "没有该设备!"
                   CLOSE 设备
                   GO TO 登记安全检验-EXIT
       END-READ.
       DISPLAY "原检验到期日:" NO ADVANCING.
       DISPLAY 设备检验到期.
       DISPLAY "请输入新的检验到期日(YYYYMMDD):"
           NO ADVANCING.
       ACCEPT 设备检验到期.
       REWRITE 设备记录.
       CLOSE 设备.
       MOVE "设备" TO 审计操作文件.
       MOVE "检验" TO 审计操作类型.
       MOVE 序列号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "安全检验已登记.".
       登记安全检验-EXIT.
       EXIT.

       浏览设备.
       DISPLAY "--设备(序列号/类型/型号/归属分店/"
           "所在分店/状态/确认号/借出/应还/"
           "检验到期/购置)--".
       DISPLAY "--类型:1儿童座椅 2GPS导航  "
           "状态:1在库 2借出 3停用 4遗失--".
       OPEN INPUT 设备.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 设备 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 设备记录
       END-READ
       END-PERFORM.
       CLOSE 设备.

       设备异常报表.
       MOVE 0 TO 逾期条数 遗失条数 待检条数.
       CALL "日期加减" USING 今日日期 预警天数
           检验预警日期.
       OPEN INPUT 设备.
       OPEN OUTPUT 设备报表.
       MOVE "----加装设备逾期/遗失/待检报表----"
         TO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE SPACE TO 报表行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE SPACE TO 报表行.
       STRING "异常 序列号 类型 归属 所在 确认号 "
              DELIMITED BY SIZE
              "应还 检验到期" DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 设备 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 检查设备异常
       END-READ
       END-PERFORM.
       MOVE SPACE TO 报表行.
       STRING "逾期未还:" DELIMITED BY SIZE
              逾期条数 DELIMITED BY SIZE
              " 遗失:" DELIMITED BY SIZE
              遗失条数 DELIMITED BY SIZE
              " 待检:" DELIMITED BY SIZE
              待检条数 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       CLOSE 设备报表.
       CLOSE 设备.
       DISPLAY "报表已写入设备异常报表.txt".
       MOVE "设备异常" TO 归档报表名暂存.
       MOVE "设备异常报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       检查设备异常.
       IF 设备已借出 AND 设备应还日期 < 今日日期
       THEN MOVE "逾期未还" TO 异常说明
            ADD 1 TO 逾期条数
            PERFORM 写异常行
       END-IF.
       IF 设备遗失
       THEN MOVE "遗失" TO 异常说明
            ADD 1 TO 遗失条数
            PERFORM 写异常行
       END-IF.
       IF NOT 设备遗失
           AND 设备检验到期 <= 检验预警日期
       THEN IF 设备检验到期 < 今日日期
            THEN MOVE "检验已过期" TO 异常说明
            ELSE MOVE "检验将到期" TO 异常说明
            END-IF
            ADD 1 TO 待检条数
            PERFORM 写异常行
       END-IF.

       写异常行.
       MOVE SPACE TO 报表行.
       STRING 异常说明 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              设备序列号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              设备类型 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              设备分店 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              设备所在分店 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              设备确认号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              设备应还日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              设备检验到期 DELIMITED BY SIZE
         INTO 报表行.
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
