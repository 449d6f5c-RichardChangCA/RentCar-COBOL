       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 日统计 ASSIGN TO "日统计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日统计主键.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT OPTIONAL 应计收入 ASSIGN TO "应计收入.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应计主键.

       DATA DIVISION.
       FILE SECTION.
       FD 日统计.
       01 日统计记录.
        05 日统计主键.
         10 日统计日期 PIC 9(8).
         10 日统计分店 PIC 9(2).
         10 日统计类别 PIC 9.
        05 日统计数据.
         10 日统计还车笔数 PIC 9(5).
         10 日统计租天 PIC 9(6).
         10 日统计营收 PIC 9(9).
         10 日统计滞纳金 PIC 9(7).
         10 日统计超里程费 PIC 9(7).
         10 日统计加油费 PIC 9(7).
         10 日统计损坏费 PIC 9(7).
         10 日统计附加费 PIC 9(7).
         10 日统计单程费 PIC 9(7).
         10 日统计税额 PIC 9(7).
         10 日统计作废笔数 PIC 9(5).
         10 日统计贷项张数 PIC 9(5).
         10 日统计贷项金额 PIC 9(9).
         10 日统计贷项税额 PIC 9(7).
         10 日统计取车笔数 PIC 9(5).
         10 日统计失约笔数 PIC 9(5).
         10 日统计候补笔数 PIC 9(5).
         10 日统计里程单数 PIC 9(5).
         10 日统计里程营收 PIC 9(9).
         10 日统计里程费 PIC 9(7).
         10 日统计计费里程 PIC 9(8).
        05 日统计车队数 PIC 9(5).
        05 日统计过账日期 PIC 9(8).

       FD 分店.
       01 分店记录.
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).

       FD 应计收入.
       01 应计收入记录.
        05 应计主键.
         10 应计年月 PIC 9(6).
         10 应计顾客号 PIC 9(6).
         10 应计序号 PIC 9(4).
        05 应计确认号 PIC 9(6).
        05 应计车牌照 PIC X(6).
        05 应计分店 PIC 9(2).
        05 应计起 PIC 9(8).
        05 应计天数 PIC 9(4).
        05 应计金额 PIC 9(7).
        05 应计日期 PIC 9(8).
        05 冲回日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 统计年月 PIC 9(6).
       77 已过账至 PIC 9(8).
       77 账单总数 PIC 9(5) VALUE 0.
       77 营收总合计 PIC 9(7) VALUE 0.
       77 天数总合计 PIC 9(6) VALUE 0.
       77 小车营收合计 PIC 9(7) VALUE 0.
       77 中车营收合计 PIC 9(7) VALUE 0.
       77 大车营收合计 PIC 9(7) VALUE 0.
       77 上期年月 PIC 9(6).
       77 统计月 PIC 9(2).
       77 本期应计合计 PIC 9(8) VALUE 0.
       77 上期冲回合计 PIC 9(8) VALUE 0.
       77 含应计营收 PIC S9(9) VALUE 0.
       77 贷项冲减合计 PIC 9(8) VALUE 0.
       77 月初日期 PIC 9(8).
       77 月末日期 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY 空白屏幕.
       DISPLAY "请输入统计年月(格式为六位数字,如201609):"
           NO ADVANCING.
       ACCEPT 统计年月.
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       MOVE 0 TO 分店账单数(分店下标)
       MOVE 0 TO 分店营收(分店下标)
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM.
       COMPUTE 月初日期 = 统计年月 * 100 + 1.
       COMPUTE 月末日期 = 统计年月 * 100 + 31.
       OPEN INPUT 日统计.
       PERFORM 核对过账进度.
       MOVE 月初日期 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 没完了 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 日统计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 月末日期
       THEN SET 完了 TO TRUE
       ELSE PERFORM 累计本日统计
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 日统计.
       DISPLAY SPACE.
       DISPLAY "=========月末管理汇总报表=========".
       DISPLAY "统计年月:" NO ADVANCING 统计年月.
       DISPLAY SPACE.
       DISPLAY "账单笔数:" NO ADVANCING 账单总数.
       PERFORM 冲减贷项通知.
       DISPLAY "营收总合计:" NO ADVANCING 营收总合计.
       DISPLAY "(已冲减贷项通知:" NO ADVANCING 贷项冲减合计
           ")".
       PERFORM 汇总应计收入.
       DISPLAY "本月未开票应计:" NO ADVANCING 本期应计合计.
       DISPLAY "冲回上月应计:" NO ADVANCING 上期冲回合计.
       COMPUTE 含应计营收 = 营收总合计 + 本期应计合计
           - 上期冲回合计.
       DISPLAY "含应计营收:" NO ADVANCING 含应计营收.
       IF 账单总数 > 0
       THEN COMPUTE 平均租期 = 天数总合计 / 账单总数
       ELSE MOVE 0 TO 平均租期
       DISPLAY "平均租车天数:" NO ADVANCING 平均租期.
       DISPLAY SPACE.
       DISPLAY "---类别明细---".
       DISPLAY "小车:" 小车笔数 "笔, 营收" 小车营收合计.
       DISPLAY "中车:" 中车笔数 "笔, 营收" 中车营收合计.
       DISPLAY "大车/贵车:" 大车笔数 "笔, 营收"
           大车营收合计.
       DISPLAY "---分店明细---".
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       STOP " ".
       EXIT PROGRAM.

       核对过账进度.
       MOVE 0 TO 已过账至.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 日统计过账日期 TO 已过账至
       END-READ.
       IF 月末日期 > 已过账至
       THEN DISPLAY "注意:日统计仅过账至" NO ADVANCING
            DISPLAY 已过账至 NO ADVANCING
            DISPLAY ",其后业务未计入本表."
       END-IF.

       冲减贷项通知.
       IF 营收总合计 > 贷项冲减合计
       THEN SUBTRACT 贷项冲减合计 FROM 营收总合计
       ELSE MOVE 0 TO 营收总合计
       END-IF.

       汇总应计收入.
       COMPUTE 上期年月 = 统计年月 / 100.
       COMPUTE 统计月 = 统计年月 - 上期年月 * 100.
       IF 统计月 = 1
       THEN COMPUTE 上期年月 = 统计年月 - 89
       ELSE COMPUTE 上期年月 = 统计年月 - 1
       END-IF.
       OPEN INPUT 应计收入.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应计收入 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应计年月 = 统计年月
       THEN ADD 应计金额 TO 本期应计合计
       END-IF
       IF 应计年月 = 上期年月
       THEN ADD 应计金额 TO 上期冲回合计
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应计收入.

       累计本日统计.
       MOVE 日统计分店 TO 分店下标.
       IF 分店下标 >= 1 AND 分店下标 <= 99
       THEN ADD 日统计还车笔数 TO 分店账单数(分店下标)
            ADD 日统计营收 TO 分店营收(分店下标)
       END-IF.
       ADD 日统计还车笔数 TO 账单总数.
       ADD 日统计营收 TO 营收总合计.
       ADD 日统计租天 TO 天数总合计.
       ADD 日统计贷项金额 TO 贷项冲减合计.
       EVALUATE 日统计类别
       WHEN 1 ADD 日统计还车笔数 TO 小车笔数
              ADD 日统计营收 TO 小车营收合计
       WHEN 2 ADD 日统计还车笔数 TO 中车笔数
              ADD 日统计营收 TO 中车营收合计
       WHEN OTHER ADD 日统计还车笔数 TO 大车笔数
                  ADD 日统计营收 TO 大车营收合计
       END-EVALUATE.

       列示分店明细.
