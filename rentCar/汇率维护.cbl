       IDENTIFICATION DIVISION.
       PROGRAM-ID.汇率维护.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 汇率 ASSIGN TO "汇率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 汇率主键.

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
       FD 汇率.
       01 汇率记录.
        05 汇率主键.
         10 汇率币种 PIC X(3).
         10 汇率日期 PIC 9(8).
        05 汇率值 PIC 9(7).
        05 汇率登记主管 PIC X(6).
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
       77 币种输入 PIC X(3).
       77 日期输入 PIC 9(8).
       77 汇率输入 PIC 9(7).
       77 主管编号输入 PIC X(6).
       77 主管口令输入 PIC X(8).
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
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
       DISPLAY "======== 外币汇率维护 ========".
       DISPLAY SPACE.
       DISPLAY "汇率以每100外币折合人民币计,精确到分".
       DISPLAY SPACE.
       DISPLAY "1、登记当日汇率(须主管核准)".
       DISPLAY SPACE.
       DISPLAY "2、浏览汇率".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记汇率 THRU 登记汇率-EXIT
       WHEN 2 PERFORM 浏览汇率
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...汇率维护已结束".
       STOP " ".
       EXIT PROGRAM.

       登记汇率.
       DISPLAY "请输入主管编号:" NO ADVANCING.
       ACCEPT 主管编号输入.
       DISPLAY "请输入主管口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       PERFORM 核验汇率主管.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,汇率未登记."
            GO TO 登记汇率-EXIT
       END-IF.
       DISPLAY "请输入币种(如USD/HKD/EUR):" NO ADVANCING.
       ACCEPT 币种输入.
       IF 币种输入 = SPACE
       THEN GO TO 登记汇率-EXIT
       END-IF.
       DISPLAY "请输入生效日期(YYYYMMDD,0为今天):"
           NO ADVANCING.
       ACCEPT 日期输入.
       IF 日期输入 = 0
       THEN MOVE 今日日期 TO 日期输入
       END-IF.
       DISPLAY "请输入每100外币折合人民币的分数"
           "(如712.34元输入71234):" NO ADVANCING.
       ACCEPT 汇率输入.
       IF 汇率输入 = 0
       THEN DISPLAY "汇率不能为0,未登记."
            GO TO 登记汇率-EXIT
       END-IF.
       OPEN I-O 汇率.
       MOVE 币种输入 TO 汇率币种.
       MOVE 日期输入 TO 汇率日期.
       READ 汇率 KEY IS 汇率主键
       INVALID KEY DISPLAY "将新增该日汇率."
       NOT INVALID KEY DISPLAY "该日汇率已存在,原汇率:"
                           NO ADVANCING
                       DISPLAY 汇率值
       END-READ.
       MOVE 币种输入 TO 汇率币种.
       MOVE 日期输入 TO 汇率日期.
       MOVE 汇率输入 TO 汇率值.
       MOVE 主管编号输入 TO 汇率登记主管.
       REWRITE 汇率记录
       INVALID KEY WRITE 汇率记录
       END-REWRITE.
       CLOSE 汇率.
       MOVE "汇率" TO 审计操作文件.
       MOVE "登记" TO 审计操作类型.
       MOVE 汇率主键 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "汇率已保存.".
       登记汇率-EXIT.
       EXIT.

       浏览汇率.
       DISPLAY "--汇率(币种/日期/每百外币折合分/"
           "核准主管)--".
       OPEN INPUT 汇率.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 汇率 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 汇率记录
       END-READ
       END-PERFORM.
       CLOSE 汇率.

       核验汇率主管.
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
