        ACCESS IS DYNAMIC
        RECORD KEY IS 处置编号.

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
        05 原购置日期 PIC 9(8).
        05 原购置成本 PIC 9(7).
        05 处置操作员 PIC X(6).
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
       77 本车编号 PIC 9(2).
       77 本车购置日期 PIC 9(8).
       77 本车购置成本 PIC 9(7).
       77 改配类别暂存 PIC 9(2).
       77 改配原因暂存 PIC X(8) VALUE "处置".
       77 改配成功暂存 PIC 9(3).
       77 改配待办暂存 PIC 9(3).
       77 账龄天数 PIC S9(8).
       77 账龄年数 PIC 9(2).
       77 已提折旧 PIC 9(8).
       77 账面净值 PIC 9(7).
       77 损益有符 PIC S9(7).
       77 损益显示 PIC -(7)9.
       77 编辑车牌暂存 PIC X(7).
       77 车贷键车牌 PIC X(6).
       77 剩余本金暂存 PIC 9(7).
       77 应计利息暂存 PIC 9(7).
       77 在贷标志暂存 PIC 9.
       77 结清合计 PIC 9(8).
       77 确认选择 PIC X.
       01 处置是否取消 PIC 9.
        88 处置已取消 VALUE 1.
        88 处置未取消 VALUE 0.
       01 车辆是否合格 PIC 9.
        88 车辆合格 VALUE 1.
        88 车辆不合格 VALUE 0.
       IF 车辆停用1
       THEN SET 车辆合格 TO TRUE
            MOVE 小车车牌照 TO 本车车牌
            MOVE 小车车牌照 TO 编辑车牌暂存
            MOVE 编辑车牌暂存(2:6) TO 车贷键车牌
            MOVE "小车" TO 本车类别
            MOVE 小车号 TO 本车编号
            MOVE 小车购置日期 TO 本车购置日期
       IF 车辆不合格
       THEN GO TO 处置小车类-EXIT
       END-IF.
       PERFORM 登记处置交易 THRU 登记处置交易-EXIT.
       IF 处置已取消
       THEN GO TO 处置小车类-EXIT
       END-IF.
       PERFORM 改配受影响预定.
       OPEN I-O 小车.
       MOVE 车辆号输入 TO 小车号.
       READ 小车 KEY IS 小车号
       IF 车辆停用2
       THEN SET 车辆合格 TO TRUE
            MOVE 中车车牌照 TO 本车车牌
            MOVE 中车车牌照 TO 编辑车牌暂存
            MOVE 编辑车牌暂存(2:6) TO 车贷键车牌
            MOVE "中车" TO 本车类别
            MOVE 中车号 TO 本车编号
            MOVE 中车购置日期 TO 本车购置日期
       IF 车辆不合格
       THEN GO TO 处置中车类-EXIT
       END-IF.
       PERFORM 登记处置交易 THRU 登记处置交易-EXIT.
       IF 处置已取消
       THEN GO TO 处置中车类-EXIT
       END-IF.
       PERFORM 改配受影响预定.
       OPEN I-O 中车.
       MOVE 车辆号输入 TO 中车号.
       READ 中车 KEY IS 中车号
       IF 车辆停用3
       THEN SET 车辆合格 TO TRUE
            MOVE 大车车牌照 TO 本车车牌
            MOVE 大车车牌照 TO 编辑车牌暂存
            MOVE 编辑车牌暂存(2:6) TO 车贷键车牌
            MOVE "大车" TO 本车类别
            MOVE 大车号 TO 本车编号
            MOVE 大车购置日期 TO 本车购置日期
       IF 车辆不合格
       THEN GO TO 处置大车类-EXIT
       END-IF.
       PERFORM 登记处置交易 THRU 登记处置交易-EXIT.
       IF 处置已取消
       THEN GO TO 处置大车类-EXIT
       END-IF.
       PERFORM 改配受影响预定.
       OPEN I-O 大.
       MOVE 车辆号输入 TO 大车号.
       READ 大 KEY IS 大车号
       IF 车辆停用4
       THEN SET 车辆合格 TO TRUE
            MOVE 贵车车牌照 TO 本车车牌
            MOVE 贵车车牌照 TO 编辑车牌暂存
            MOVE 编辑车牌暂存(2:6) TO 车贷键车牌
            MOVE "贵车" TO 本车类别
            MOVE 贵车号 TO 本车编号
            MOVE 贵车购置日期 TO 本车购置日期
       IF 车辆不合格
       THEN GO TO 处置贵车类-EXIT
       END-IF.
       PERFORM 登记处置交易 THRU 登记处置交易-EXIT.
       IF 处置已取消
       THEN GO TO 处置贵车类-EXIT
       END-IF.
       PERFORM 改配受影响预定.
       OPEN I-O 贵.
       MOVE 车辆号输入 TO 贵车号.
       READ 贵 KEY IS 贵车号
       IF 主档停用
       THEN SET 车辆合格 TO TRUE
            MOVE 主档车牌照 TO 本车车牌
            MOVE 主档车牌照 TO 车贷键车牌
            MOVE "主档" TO 本车类别
            MOVE 主档车辆号 TO 本车编号
            MOVE 主档购置日期 TO 本车购置日期
       IF 车辆不合格
       THEN GO TO 处置主档车-EXIT
       END-IF.
       PERFORM 登记处置交易 THRU 登记处置交易-EXIT.
       IF 处置已取消
       THEN GO TO 处置主档车-EXIT
       END-IF.
       PERFORM 改配受影响预定.
       OPEN I-O 车辆主档.
       MOVE 类别代码输入 TO 主档类别代码.
       MOVE 车辆号输入 TO 主档车辆号.
       IF 处置日期输入 = 0
       THEN MOVE 今日日期 TO 处置日期输入
       END-IF.
       SET 处置未取消 TO TRUE.
       PERFORM 核对车贷余额.
       IF 处置已取消
       THEN DISPLAY "处置已取消."
            GO TO 登记处置交易-EXIT
       END-IF.
       DISPLAY "请输入出售所得款项:" NO ADVANCING.
       ACCEPT 处置收入输入.
       DISPLAY "请输入直线折旧年限(0用默认5年):"
       DISPLAY "处置交易已登记,编号:" NO ADVANCING.
       DISPLAY 处置编号.
       DISPLAY "处置损益将随总账导出生成凭证.".
       IF 在贷标志暂存 = 1
       THEN PERFORM 结清车贷协议
       END-IF.
       登记处置交易-EXIT.
       EXIT.

       核对车贷余额.
       CALL "车贷结清" USING 车贷键车牌 处置日期输入
           剩余本金暂存 应计利息暂存 在贷标志暂存.
       IF 在贷标志暂存 = 1
       THEN COMPUTE 结清合计 = 剩余本金暂存
                + 应计利息暂存
            DISPLAY "警告:该车尚有未结清的车辆贷款!"
            DISPLAY "剩余本金:" 剩余本金暂存
                " 应计利息:" 应计利息暂存
            DISPLAY "提前结清金额:" 结清合计
            DISPLAY "出售即视为提前结清,是否继续?(Y/N):"
                NO ADVANCING
            ACCEPT 确认选择
            IF 确认选择 NOT = "Y" AND 确认选择 NOT = "y"
            THEN SET 处置已取消 TO TRUE
            END-IF
       END-IF.

       结清车贷协议.
       OPEN I-O 车贷协议.
       MOVE 车贷键车牌 TO 车贷车牌照.
       READ 车贷协议 KEY IS 车贷车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 车贷提前结清 TO TRUE
       MOVE 处置日期输入 TO 车贷结清日期
       MOVE 剩余本金暂存 TO 车贷结清本金
       MOVE 应计利息暂存 TO 车贷结清利息
       REWRITE 车贷协议记录
       END-READ.
       CLOSE 车贷协议.
       OPEN I-O 车贷计划.
       MOVE 车贷键车牌 TO 计划车牌照.
       MOVE 0 TO 计划期次.
       START 车贷计划 KEY IS NOT LESS THAN 计划主键
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 车贷计划 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 计划车牌照 NOT = 车贷键车牌
       THEN SET 完了 TO TRUE
       ELSE IF 计划未还
            THEN SET 计划已注销 TO TRUE
                 REWRITE 车贷计划记录
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车贷计划.
       MOVE "车贷" TO 审计操作文件.
       MOVE "结清" TO 审计操作类型.
       MOVE 车贷键车牌 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "车贷协议已按提前结清处理,结清金额:"
           结清合计.

       改配受影响预定.
       IF 选择 = 5
       THEN MOVE 类别代码输入 TO 改配类别暂存
       ELSE MOVE 选择 TO 改配类别暂存
       END-IF.
       CALL "改配预定" USING 改配类别暂存 车辆号输入
           改配原因暂存 当前操作员
           改配成功暂存 改配待办暂存.

       计算账面净值.
       IF 本车购置日期 = 0
