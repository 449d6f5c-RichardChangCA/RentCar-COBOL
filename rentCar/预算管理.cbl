        ACCESS IS DYNAMIC
        RECORD KEY IS 预算主键.

        SELECT OPTIONAL 日统计 ASSIGN TO "日统计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日统计主键.

        SELECT OPTIONAL 分店结算 ASSIGN TO "分店结算.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 结算账单号
        ALTERNATE RECORD KEY IS 结算年月 WITH DUPLICATES.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
         10 预算分店 PIC 9(2).
        05 预算收入 PIC 9(8).
        05 预算租天 PIC 9(5).
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

       FD 分店结算.
       01 分店结算记录.
        05 结算账单号 PIC 9(6).
        05 结算年月 PIC 9(6).
        05 结算取车分店 PIC 9(2).
        05 结算还车分店 PIC 9(2).
        05 结算收入基数 PIC 9(7).
        05 结算单程费 PIC 9(4).
        05 结算分成比例 PIC 9(3).
        05 结算转出额 PIC 9(7).
        05 结算日期 PIC 9(8).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
       77 差异显示 PIC -(8)9.
       77 目标分店 PIC 9(2).
       77 归集年月 PIC 9(6).
       77 已过账至 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       ACCEPT 查询年月.
       COMPUTE 年初年月 = (查询年月 / 100) * 100 + 1.
       MOVE 0 TO 年度预算累计 年度实际累计.
       PERFORM 核对过账进度.
       DISPLAY "--预算实际对照(分店/预算/实际/差异)--".
       OPEN INPUT 预算.
       SET 没完了 TO TRUE.
       DISPLAY " 实际:" NO ADVANCING.
       DISPLAY 实际租天.

       核对过账进度.
       COMPUTE 月止日期 = 查询年月 * 100 + 31.
       MOVE 0 TO 已过账至.
       OPEN INPUT 日统计.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 日统计过账日期 TO 已过账至
       END-READ.
       CLOSE 日统计.
       IF 月止日期 > 已过账至
       THEN DISPLAY "注意:日统计仅过账至" NO ADVANCING
            DISPLAY 已过账至 NO ADVANCING
            DISPLAY ",其后业务未计入本表."
       END-IF.

       归集分店实际.
       MOVE 0 TO 实际收入 实际租天.
       OPEN INPUT 日统计.
       MOVE 月起日期 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 内扫描未完 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 内扫描完了 TO TRUE
       END-START.
       PERFORM UNTIL 内扫描完了
       READ 日统计 NEXT RECORD
       AT END SET 内扫描完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 月止日期
       THEN SET 内扫描完了 TO TRUE
       ELSE IF 日统计分店 = 目标分店
            THEN ADD 日统计营收 TO 实际收入
                 ADD 日统计租天 TO 实际租天
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 日统计.
       PERFORM 计入分店结算.

       计入分店结算.
       OPEN INPUT 分店结算.
       SET 内扫描未完 TO TRUE.
       MOVE 查询年月 TO 结算年月.
       START 分店结算 KEY IS = 结算年月
       INVALID KEY SET 内扫描完了 TO TRUE
       END-START.
       PERFORM UNTIL 内扫描完了
       READ 分店结算 NEXT RECORD
       AT END SET 内扫描完了 TO TRUE
       NOT AT END
       IF 结算年月 NOT = 查询年月
       THEN SET 内扫描完了 TO TRUE
       ELSE IF 结算取车分店 = 目标分店
            THEN ADD 结算转出额 TO 实际收入
            END-IF
            IF 结算还车分店 = 目标分店
            THEN IF 结算转出额 > 实际收入
                 THEN MOVE 0 TO 实际收入
                 ELSE SUBTRACT 结算转出额 FROM 实际收入
                 END-IF
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分店结算.

       归集年度实际.
       COMPUTE 月起日期 = 年初年月 * 100 + 1.
       COMPUTE 月止日期 = 查询年月 * 100 + 31.
       OPEN INPUT 日统计.
       MOVE 月起日期 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 内扫描未完 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 内扫描完了 TO TRUE
       END-START.
       PERFORM UNTIL 内扫描完了
       READ 日统计 NEXT RECORD
       AT END SET 内扫描完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 月止日期
       THEN SET 内扫描完了 TO TRUE
       ELSE ADD 日统计营收 TO 年度实际累计
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 日统计.

       写审计记录.
       OPEN I-O 审计.
