       IDENTIFICATION DIVISION.
       PROGRAM-ID.杂费维护.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 杂费目录 ASSIGN TO "杂费目录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 杂费代码.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 杂费目录.
       01 杂费目录记录.
        05 杂费代码 PIC X(4).
        05 杂费名称 PIC X(20).
        05 杂费标准价 PIC 9(5).
        05 杂费计税 PIC 9.
         88 杂费应税 VALUE 1.
         88 杂费免税 VALUE 0.
        05 杂费科目 PIC X(8).
        05 杂费触发 PIC 9.
         88 杂费无触发 VALUE 0.
         88 杂费钥匙遗失 VALUE 1.
        05 杂费状态 PIC 9.
         88 杂费启用 VALUE 1.
         88 杂费停用 VALUE 0.
        05 杂费设置日期 PIC 9(8).
        05 杂费设置主管 PIC X(6).
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
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
       77 代码输入 PIC X(4).
       77 名称输入 PIC X(20).
       77 价格输入 PIC 9(5).
       77 计税输入 PIC 9.
       77 科目输入 PIC X(8).
       77 触发输入 PIC 9.
       77 状态输入 PIC 9.
       77 主管编号输入 PIC X(6).
       77 主管口令输入 PIC X(8).
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否已有 PIC 9.
        88 已有该代码 VALUE 1.
        88 没有该代码 VALUE 0.
       77 计税显示 PIC X(4).
       77 状态显示 PIC X(4).
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
       DISPLAY "======== 杂项收费目录维护 ========".
       DISPLAY SPACE.
       DISPLAY "1、新增或修改收费项目(须主管核准)".
       DISPLAY SPACE.
       DISPLAY "2、停用或启用收费项目(须主管核准)".
       DISPLAY SPACE.
       DISPLAY "3、浏览收费目录".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记收费项目 THRU 登记收费项目-EXIT
       WHEN 2 PERFORM 切换项目状态 THRU 切换项目状态-EXIT
       WHEN 3 PERFORM 浏览收费目录
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...杂费目录维护已结束".
       STOP " ".
       EXIT PROGRAM.

       登记收费项目.
       PERFORM 输入主管核准.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,目录未修改."
            GO TO 登记收费项目-EXIT
       END-IF.
       DISPLAY "请输入收费代码(最多4位,如CLN):" NO ADVANCING.
       ACCEPT 代码输入.
       IF 代码输入 = SPACE
       THEN GO TO 登记收费项目-EXIT
       END-IF.
       SET 没有该代码 TO TRUE.
       OPEN I-O 杂费目录.
       MOVE 代码输入 TO 杂费代码.
       READ 杂费目录 KEY IS 杂费代码
       INVALID KEY DISPLAY "将新增该收费项目."
       NOT INVALID KEY SET 已有该代码 TO TRUE
                       DISPLAY "该项目已存在,原内容:"
                       PERFORM 显示收费项目
       END-READ.
       DISPLAY "请输入项目名称(如清洁费):" NO ADVANCING.
       ACCEPT 名称输入.
       IF 名称输入 = SPACE AND 已有该代码
       THEN MOVE 杂费名称 TO 名称输入
       END-IF.
       IF 名称输入 = SPACE
       THEN DISPLAY "项目名称不能为空,未保存."
            CLOSE 杂费目录
            GO TO 登记收费项目-EXIT
       END-IF.
       DISPLAY "请输入标准单价(元):" NO ADVANCING.
       ACCEPT 价格输入.
       DISPLAY "是否计税(是1/否0):" NO ADVANCING.
       ACCEPT 计税输入.
       IF 计税输入 > 1
       THEN MOVE 1 TO 计税输入
       END-IF.
       DISPLAY "请输入总账收入科目"
           "(空为杂项收费默认科目):" NO ADVANCING.
       ACCEPT 科目输入.
       DISPLAY "回车时如钥匙档显示钥匙遗失,"
           "自动提示本项(是1/否0):" NO ADVANCING.
       ACCEPT 触发输入.
       IF 触发输入 > 1
       THEN MOVE 0 TO 触发输入
       END-IF.
       MOVE 代码输入 TO 杂费代码.
       MOVE 名称输入 TO 杂费名称.
       MOVE 价格输入 TO 杂费标准价.
       MOVE 计税输入 TO 杂费计税.
       MOVE 科目输入 TO 杂费科目.
       MOVE 触发输入 TO 杂费触发.
       IF 没有该代码
       THEN SET 杂费启用 TO TRUE
       END-IF.
       MOVE 今日日期 TO 杂费设置日期.
       MOVE 主管编号输入 TO 杂费设置主管.
       IF 已有该代码
       THEN REWRITE 杂费目录记录
            MOVE "修改" TO 审计操作类型
       ELSE WRITE 杂费目录记录
            MOVE "新增" TO 审计操作类型
       END-IF.
       CLOSE 杂费目录.
       MOVE "杂费" TO 审计操作文件.
       MOVE 代码输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "收费项目已保存.".
       登记收费项目-EXIT.
       EXIT.

       切换项目状态.
       PERFORM 输入主管核准.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,目录未修改."
            GO TO 切换项目状态-EXIT
       END-IF.
       DISPLAY "请输入收费代码:" NO ADVANCING.
       ACCEPT 代码输入.
       SET 没有该代码 TO TRUE.
       OPEN I-O 杂费目录.
       MOVE 代码输入 TO 杂费代码.
       READ 杂费目录 KEY IS 杂费代码
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 已有该代码 TO TRUE
       END-READ.
       IF 没有该代码
       THEN DISPLAY "没有该收费项目!"
            CLOSE 杂费目录
            GO TO 切换项目状态-EXIT
       END-IF.
       PERFORM 显示收费项目.
       DISPLAY "请输入新状态(启用1/停用0):" NO ADVANCING.
       ACCEPT 状态输入.
       IF 状态输入 > 1
       THEN DISPLAY "状态输入有误,未修改."
            CLOSE 杂费目录
            GO TO 切换项目状态-EXIT
       END-IF.
       MOVE 状态输入 TO 杂费状态.
       MOVE 今日日期 TO 杂费设置日期.
       MOVE 主管编号输入 TO 杂费设置主管.
       REWRITE 杂费目录记录.
       CLOSE 杂费目录.
       MOVE "杂费" TO 审计操作文件.
       IF 状态输入 = 1
       THEN MOVE "启用" TO 审计操作类型
       ELSE MOVE "停用" TO 审计操作类型
       END-IF.
       MOVE 代码输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "项目状态已更新.".
       切换项目状态-EXIT.
       EXIT.

       浏览收费目录.
       DISPLAY "--杂项收费目录(代码/名称/单价/计税/"
           "科目/状态)--".
       OPEN INPUT 杂费目录.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 杂费目录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 显示收费项目
       END-READ
       END-PERFORM.
       CLOSE 杂费目录.

       显示收费项目.
       IF 杂费应税
       THEN MOVE "应税" TO 计税显示
       ELSE MOVE "免税" TO 计税显示
       END-IF.
       IF 杂费启用
       THEN MOVE "启用" TO 状态显示
       ELSE MOVE "停用" TO 状态显示
       END-IF.
       DISPLAY 杂费代码 " " 杂费名称 " " 杂费标准价 " "
           计税显示 " " 杂费科目 " " 状态显示.
       IF 杂费钥匙遗失
       THEN DISPLAY "     (钥匙遗失时自动提示)"
       END-IF.

       输入主管核准.
       DISPLAY "请输入主管编号:" NO ADVANCING.
       ACCEPT 主管编号输入.
       DISPLAY "请输入主管口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       SET 主管未通过 TO TRUE.
       OPEN INPUT 操作员档.
       MOVE 主管编号输入 TO 档操作员编号.
       READ 操作员档 KEY IS 档操作员编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 档操作员启用
          AND 档操作员口令 = 主管口令输入
          AND 档操作员级别 >= 2
       THEN SET 主管通过 TO TRUE
       END-IF
       END-READ.
       CLOSE 操作员档.

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
