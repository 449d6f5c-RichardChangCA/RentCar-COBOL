       IDENTIFICATION DIVISION.
       PROGRAM-ID.车贷管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车贷协议 ASSIGN TO "车贷协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车贷车牌照.

        SELECT OPTIONAL 车贷计划 ASSIGN TO "车贷计划.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 计划主键.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号.

       DATA DIVISION.
       FILE SECTION.
       FD 车贷协议.
       01 车贷协议记录.
        05 车贷车牌照 PIC X(6).
        05 车贷编号 PIC 9(6).
        05 车贷贷款方 PIC X(20).
        05 车贷本金 PIC 9(7).
        05 车贷年利率 PIC 9(2)V99.
        05 车贷期数 PIC 9(3).
        05 车贷起息日 PIC 9(8).
        05 车贷首期日 PIC 9(8).
        05 车贷月供 PIC 9(7).
        05 车贷状态 PIC 9.
         88 车贷在贷 VALUE 1.
         88 车贷已结清 VALUE 2.
         88 车贷提前结清 VALUE 3.
        05 车贷登记日期 PIC 9(8).
        05 车贷经办员 PIC X(6).
        05 车贷结清日期 PIC 9(8).
        05 车贷结清本金 PIC 9(7).
        05 车贷结清利息 PIC 9(7).
       FD 车贷计划.
       01 车贷计划记录.
        05 计划主键.
         10 计划车牌照 PIC X(6).
         10 计划期次 PIC 9(3).
        05 计划应还日期 PIC 9(8).
        05 计划期初余额 PIC 9(7).
        05 计划利息 PIC 9(7).
        05 计划本金 PIC 9(7).
        05 计划月供 PIC 9(7).
        05 计划期末余额 PIC 9(7).
        05 计划状态 PIC 9.
         88 计划未还 VALUE 0.
         88 计划已入账 VALUE 1.
         88 计划已注销 VALUE 2.
        05 计划入账日期 PIC 9(8).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 日志.
       01 日志记录.
        05 日志编号 PIC 9(8).
        05 日志日期 PIC 9(8).
        05 日志时间 PIC 9(8).
        05 日志文件 PIC X(8).
        05 日志动作 PIC X(8).
        05 日志键 PIC X(12).
        05 日志映像 PIC X(250).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 选择 PIC 9.
       77 确认选择 PIC X.
       77 今日日期 PIC 9(8).
       77 车牌输入 PIC X(6).
       77 贷款方输入 PIC X(20).
       77 本金输入 PIC 9(7).
       77 年利率输入 PIC 9(2)V99.
       77 期数输入 PIC 9(3).
       77 起息日输入 PIC 9(8).
       77 首期日输入 PIC 9(8).
       77 月利率 PIC 9V9(12).
       77 复利因子 PIC 9(4)V9(12).
       77 因子差 PIC 9(4)V9(12).
       77 因子积 PIC 9(4)V9(12).
       77 年金系数 PIC 9(2)V9(10).
       77 月供暂存 PIC 9(7).
       77 余额暂存 PIC 9(7).
       77 期次暂存 PIC 9(3).
       77 利息合计 PIC 9(8).
       01 首期日期分解.
        05 首期年 PIC 9(4).
        05 首期月 PIC 9(2).
        05 首期日 PIC 9(2).
       01 应还日期分解.
        05 应还年 PIC 9(4).
        05 应还月 PIC 9(2).
        05 应还日 PIC 9(2).
       77 月份偏移 PIC 9(4).
       77 年份偏移 PIC 9(4).
       77 余下月份 PIC 9(2).
       77 剩余本金暂存 PIC 9(7).
       77 应计利息暂存 PIC 9(7).
       77 在贷标志暂存 PIC 9.
       77 结清合计 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
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
       DISPLAY "======== 车辆贷款管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记车贷协议并生成还款计划".
       DISPLAY SPACE.
       DISPLAY "2、查询还款计划及结清金额".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记车贷协议 THRU 登记车贷协议-EXIT
       WHEN 2 PERFORM 查询还款计划 THRU 查询还款计划-EXIT
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...车辆贷款管理已结束".
       STOP " ".
       EXIT PROGRAM.

       登记车贷协议.
       DISPLAY "请输入车牌照:" NO ADVANCING.
       ACCEPT 车牌输入.
       IF 车牌输入 = SPACE
       THEN GO TO 登记车贷协议-EXIT
       END-IF.
       OPEN INPUT 车贷协议.
       MOVE 车牌输入 TO 车贷车牌照.
       READ 车贷协议 KEY IS 车贷车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY DISPLAY "该车已登记过车贷协议!"
                       CLOSE 车贷协议
                       GO TO 登记车贷协议-EXIT
       END-READ.
       CLOSE 车贷协议.
       DISPLAY "请输入贷款方(银行或厂家金融):"
           NO ADVANCING.
       ACCEPT 贷款方输入.
       IF 贷款方输入 = SPACE
       THEN DISPLAY "必须登记贷款方!"
            GO TO 登记车贷协议-EXIT
       END-IF.
       DISPLAY "请输入贷款本金:" NO ADVANCING.
       ACCEPT 本金输入.
       IF 本金输入 = 0
       THEN DISPLAY "本金不能为0!"
            GO TO 登记车贷协议-EXIT
       END-IF.
       DISPLAY "请输入年利率(%,如0450为4.50%):"
           NO ADVANCING.
       ACCEPT 年利率输入.
       DISPLAY "请输入还款期数(月,1-120):" NO ADVANCING.
       ACCEPT 期数输入.
       IF 期数输入 = 0 OR 期数输入 > 120
       THEN DISPLAY "期数应在1至120之间!"
            GO TO 登记车贷协议-EXIT
       END-IF.
       DISPLAY "请输入起息日(YYYYMMDD,0为今天):"
           NO ADVANCING.
       ACCEPT 起息日输入.
       IF 起息日输入 = 0
       THEN MOVE 今日日期 TO 起息日输入
       END-IF.
       DISPLAY "请输入首期还款日(YYYYMMDD):" NO ADVANCING.
       ACCEPT 首期日输入.
       IF 首期日输入 <= 起息日输入
       THEN DISPLAY "首期还款日应晚于起息日!"
            GO TO 登记车贷协议-EXIT
       END-IF.
       MOVE 首期日输入 TO 首期日期分解.
       IF 首期月 < 1 OR 首期月 > 12
       THEN DISPLAY "首期还款日不正确!"
            GO TO 登记车贷协议-EXIT
       END-IF.
       IF 首期日 > 28
       THEN DISPLAY "每月还款日按28日计."
            MOVE 28 TO 首期日
       END-IF.
       PERFORM 计算月供.
       DISPLAY "本金" 本金输入 ",期数" 期数输入
           ",每月还款约" 月供暂存.
       DISPLAY "确认登记并生成还款计划吗?(Y/N):"
           NO ADVANCING.
       ACCEPT 确认选择.
       IF 确认选择 NOT = "Y" AND 确认选择 NOT = "y"
       THEN GO TO 登记车贷协议-EXIT
       END-IF.
       MOVE 0 TO 车贷结清日期.
       MOVE 0 TO 车贷结清本金 车贷结清利息.
       MOVE 车牌输入 TO 车贷车牌照.
       MOVE "车贷" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 车贷编号.
       MOVE 贷款方输入 TO 车贷贷款方.
       MOVE 本金输入 TO 车贷本金.
       MOVE 年利率输入 TO 车贷年利率.
       MOVE 期数输入 TO 车贷期数.
       MOVE 起息日输入 TO 车贷起息日.
       MOVE 首期日期分解 TO 车贷首期日.
       MOVE 月供暂存 TO 车贷月供.
       SET 车贷在贷 TO TRUE.
       MOVE 今日日期 TO 车贷登记日期.
       MOVE 当前操作员 TO 车贷经办员.
       OPEN I-O 车贷协议.
       WRITE 车贷协议记录.
       CLOSE 车贷协议.
       MOVE "车贷" TO 日志文件暂存.
       MOVE "写入" TO 日志动作暂存.
       MOVE 车贷车牌照 TO 日志键暂存.
       MOVE 车贷协议记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       PERFORM 生成还款计划.
       MOVE "车贷" TO 审计操作文件.
       MOVE "登记" TO 审计操作类型.
       MOVE 车牌输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "车贷协议已登记,共" 期数输入
           "期,利息合计" 利息合计.
       登记车贷协议-EXIT.
       EXIT.

       计算月供.
       COMPUTE 月利率 = 年利率输入 / 1200.
       IF 月利率 = 0
       THEN COMPUTE 月供暂存 ROUNDED = 本金输入 / 期数输入
       ELSE COMPUTE 复利因子 = (1 + 月利率) ** 期数输入
            COMPUTE 因子差 = 复利因子 - 1
            COMPUTE 因子积 = 月利率 * 复利因子
            COMPUTE 年金系数 ROUNDED = 因子积 / 因子差
            COMPUTE 月供暂存 ROUNDED = 本金输入 * 年金系数
       END-IF.

       生成还款计划.
       MOVE 本金输入 TO 余额暂存.
       MOVE 0 TO 期次暂存 利息合计.
       OPEN I-O 车贷计划.
       PERFORM UNTIL 期次暂存 = 期数输入
       COMPUTE 期次暂存 = 期次暂存 + 1
       PERFORM 写单期计划
       END-PERFORM.
       CLOSE 车贷计划.

       写单期计划.
       MOVE 车牌输入 TO 计划车牌照.
       MOVE 期次暂存 TO 计划期次.
       COMPUTE 月份偏移 = 首期月 - 1 + 期次暂存 - 1.
       DIVIDE 月份偏移 BY 12 GIVING 年份偏移
           REMAINDER 余下月份.
       COMPUTE 应还年 = 首期年 + 年份偏移.
       COMPUTE 应还月 = 余下月份 + 1.
       MOVE 首期日 TO 应还日.
       MOVE 应还日期分解 TO 计划应还日期.
       MOVE 余额暂存 TO 计划期初余额.
       COMPUTE 计划利息 ROUNDED = 余额暂存 * 月利率.
       IF 期次暂存 = 期数输入
       THEN MOVE 余额暂存 TO 计划本金
       ELSE IF 月供暂存 - 计划利息 > 余额暂存
            THEN MOVE 余额暂存 TO 计划本金
            ELSE COMPUTE 计划本金 = 月供暂存 - 计划利息
            END-IF
       END-IF.
       COMPUTE 计划月供 = 计划本金 + 计划利息.
       COMPUTE 余额暂存 = 余额暂存 - 计划本金.
       MOVE 余额暂存 TO 计划期末余额.
       SET 计划未还 TO TRUE.
       MOVE 0 TO 计划入账日期.
       WRITE 车贷计划记录.
       ADD 计划利息 TO 利息合计.

       查询还款计划.
       DISPLAY "请输入车牌照:" NO ADVANCING.
       ACCEPT 车牌输入.
       OPEN INPUT 车贷协议.
       MOVE 车牌输入 TO 车贷车牌照.
       READ 车贷协议 KEY IS 车贷车牌照
       INVALID KEY DISPLAY "该车没有车贷协议!"
                   CLOSE 车贷协议
                   GO TO 查询还款计划-EXIT
       END-READ.
       CLOSE 车贷协议.
       DISPLAY "--协议(车牌/编号/贷款方/本金/年利率/"
           "期数/起息日/"
           "首期日/月供/状态/登记日/经办员/结清日/"
           "结清本金/结清利息)--".
       DISPLAY "--状态:1在贷 2已结清 3提前结清--".
       DISPLAY 车贷协议记录.
       DISPLAY "--计划(车牌/期次/应还日/期初余额/"
           "利息/本金/"
           "月供/期末余额/状态/入账日)--".
       DISPLAY "--状态:0未还 1已入账 2已注销--".
       OPEN INPUT 车贷计划.
       MOVE 车牌输入 TO 计划车牌照.
       MOVE 0 TO 计划期次.
       START 车贷计划 KEY IS NOT LESS THAN 计划主键
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 车贷计划 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 计划车牌照 NOT = 车牌输入
       THEN SET 完了 TO TRUE
       ELSE DISPLAY 车贷计划记录
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车贷计划.
       CALL "车贷结清" USING 车牌输入 今日日期
           剩余本金暂存 应计利息暂存 在贷标志暂存.
       IF 在贷标志暂存 = 1
       THEN COMPUTE 结清合计 = 剩余本金暂存
                + 应计利息暂存
            DISPLAY "今日提前结清:剩余本金" 剩余本金暂存
                ",应计利息" 应计利息暂存
                ",合计" 结清合计
       END-IF.
       查询还款计划-EXIT.
       EXIT.

       写日志记录.
       OPEN I-O 日志.
       MOVE "日志" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 日志编号.
       ACCEPT 日志日期 FROM DATE YYYYMMDD.
       ACCEPT 日志时间 FROM TIME.
       MOVE 日志文件暂存 TO 日志文件.
       MOVE 日志动作暂存 TO 日志动作.
       MOVE 日志键暂存 TO 日志键.
       MOVE 日志映像暂存 TO 日志映像.
       WRITE 日志记录.
       CLOSE 日志.

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
