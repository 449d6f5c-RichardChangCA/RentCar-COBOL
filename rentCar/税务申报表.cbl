       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 日统计 ASSIGN TO "日统计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日统计主键.

        SELECT 申报单 ASSIGN TO "税务申报单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

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

       FD 申报单.
       01 申报行 PIC X(100).

         10 分店应税收入 PIC 9(9).
         10 分店税额 PIC 9(7).
         10 分店账单数 PIC 9(5).
         10 分店贷项金额 PIC 9(9).
         10 分店贷项税额 PIC 9(7).
       77 应税收入合计 PIC 9(9).
       77 税额合计 PIC 9(7).
       77 账单数合计 PIC 9(5).
       77 作废剔除数 PIC 9(5).
       77 已过账至 PIC 9(8).
       77 贷项分店下标 PIC 9(3).
       77 贷项张数 PIC 9(5).
       77 贷项冲减合计 PIC 9(9).
       77 贷项冲减税额 PIC 9(7).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       ACCEPT 截止日期.
       MOVE 0 TO 应税收入合计 税额合计.
       MOVE 0 TO 账单数合计 作废剔除数.
       MOVE 0 TO 贷项张数 贷项冲减合计 贷项冲减税额.
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       MOVE 0 TO 分店应税收入(分店下标)
       MOVE 0 TO 分店税额(分店下标)
       MOVE 0 TO 分店账单数(分店下标)
       MOVE 0 TO 分店贷项金额(分店下标)
       MOVE 0 TO 分店贷项税额(分店下标)
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM.
       PERFORM 汇总日统计.
       PERFORM 冲减贷项通知.
       OPEN OUTPUT 申报单.
       MOVE "----税金申报汇总表----" TO 申报行.
       WRITE 申报行.
       STOP " ".
       EXIT PROGRAM.

       汇总日统计.
       OPEN INPUT 日统计.
       MOVE 0 TO 已过账至.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 日统计过账日期 TO 已过账至
       END-READ.
       IF 截止日期 > 已过账至
       THEN DISPLAY "注意:日统计仅过账至" NO ADVANCING
            DISPLAY 已过账至 NO ADVANCING
            DISPLAY ",其后业务未计入本表."
       END-IF.
       MOVE 起始日期 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 没完了 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 日统计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 截止日期
       THEN SET 完了 TO TRUE
       ELSE PERFORM 累计分店税额
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 日统计.

       冲减贷项通知.
       MOVE 1 TO 贷项分店下标.
       PERFORM UNTIL 贷项分店下标 > 99
       MOVE 贷项分店下标 TO 分店下标
       PERFORM 冲减分店税额
       COMPUTE 贷项分店下标 = 贷项分店下标 + 1
       END-PERFORM.
       IF 应税收入合计 > 贷项冲减合计
       THEN SUBTRACT 贷项冲减合计 FROM 应税收入合计
       ELSE MOVE 0 TO 应税收入合计
       END-IF.
       IF 税额合计 > 贷项冲减税额
       THEN SUBTRACT 贷项冲减税额 FROM 税额合计
       ELSE MOVE 0 TO 税额合计
       END-IF.

       冲减分店税额.
       IF 分店应税收入(分店下标)
          > 分店贷项金额(分店下标)
       THEN SUBTRACT 分店贷项金额(分店下标)
                FROM 分店应税收入(分店下标)
       ELSE MOVE 0 TO 分店应税收入(分店下标)
       END-IF.
       IF 分店税额(分店下标) > 分店贷项税额(分店下标)
       THEN SUBTRACT 分店贷项税额(分店下标)
                FROM 分店税额(分店下标)
       ELSE MOVE 0 TO 分店税额(分店下标)
       END-IF.

       累计分店税额.
       MOVE 日统计分店 TO 分店下标.
       IF 分店下标 < 1 OR 分店下标 > 99
       THEN MOVE 99 TO 分店下标
       END-IF.
       ADD 日统计营收 TO 分店应税收入(分店下标).
       ADD 日统计税额 TO 分店税额(分店下标).
       ADD 日统计还车笔数 TO 分店账单数(分店下标).
       ADD 日统计贷项金额 TO 分店贷项金额(分店下标).
       ADD 日统计贷项税额 TO 分店贷项税额(分店下标).
       ADD 日统计营收 TO 应税收入合计.
       ADD 日统计税额 TO 税额合计.
       ADD 日统计还车笔数 TO 账单数合计.
       ADD 日统计作废笔数 TO 作废剔除数.
       ADD 日统计贷项张数 TO 贷项张数.
       ADD 日统计贷项金额 TO 贷项冲减合计.
       ADD 日统计贷项税额 TO 贷项冲减税额.

       写分店申报行.
       STRING "分店:" DELIMITED BY SIZE
         INTO 申报行.
       WRITE 申报行.
       DISPLAY 申报行.
       MOVE SPACE TO 申报行.
       STRING "已冲减贷项通知张数:" DELIMITED BY SIZE
              贷项张数 DELIMITED BY SIZE
              " 金额:" DELIMITED BY SIZE
              贷项冲减合计 DELIMITED BY SIZE
              " 税额:" DELIMITED BY SIZE
              贷项冲减税额 DELIMITED BY SIZE
         INTO 申报行.
       WRITE 申报行.
       DISPLAY 申报行.
