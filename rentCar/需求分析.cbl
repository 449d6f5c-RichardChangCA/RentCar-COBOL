       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 日统计 ASSIGN TO "日统计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日统计主键.

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

       WORKING-STORAGE SECTION.
       77 统计年份 PIC 9(4).
       77 样本起日 PIC 9(8).
       77 样本止日 PIC 9(8).
       77 起日暂存 PIC 9(8).
       77 流失暂存 PIC 9(6).
       77 已过账至 PIC 9(8).
       77 月份下标 PIC 9(2).
       77 周几下标 PIC 9(2).
       77 类别下标 PIC 9(2).
       PERFORM 清零类别表 3 TIMES.
       MOVE 0 TO 分店下标.
       PERFORM 清零分店表 9 TIMES.
       OPEN INPUT 日统计.
       PERFORM 核对过账进度.
       MOVE 样本起日 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 没完了 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 日统计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 样本止日
       THEN SET 完了 TO TRUE
       ELSE MOVE 日统计日期 TO 起日暂存
            PERFORM 累计本日统计
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 日统计.
       PERFORM 输出分析结果.
       DISPLAY "...分析完毕".
       STOP " ".
       COMPUTE 分店下标 = 分店下标 + 1.
       MOVE 0 TO 分店成交数(分店下标).

       核对过账进度.
       MOVE 0 TO 已过账至.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 日统计过账日期 TO 已过账至
       END-READ.
       IF 样本止日 > 已过账至
       THEN DISPLAY "注意:日统计仅过账至" NO ADVANCING
            DISPLAY 已过账至 NO ADVANCING
            DISPLAY ",其后业务未计入本表."
       END-IF.

       累计本日统计.
       PERFORM 取月份周几.
       ADD 日统计取车笔数 TO 月成交数(月份下标).
       ADD 日统计取车笔数 TO 周几成交数(周几下标).
       COMPUTE 流失暂存 = 日统计失约笔数
           + 日统计候补笔数.
       ADD 流失暂存 TO 月流失数(月份下标).
       MOVE 日统计类别 TO 类别下标.
       IF 类别下标 < 1 OR 类别下标 > 3
       THEN MOVE 3 TO 类别下标
       END-IF.
       ADD 日统计取车笔数 TO 类别成交数(类别下标).
       ADD 流失暂存 TO 类别流失数(类别下标).
       MOVE 日统计分店 TO 分店下标.
       IF 分店下标 >= 1 AND 分店下标 <= 9
       THEN ADD 日统计取车笔数 TO 分店成交数(分店下标)
       END-IF.

       取月份周几.
       COMPUTE 取车年份 = 起日暂存 / 10000.
       COMPUTE 取车月日合并 = 起日暂存
           - (取车年份 * 10000).
       COMPUTE 取车月份 = 取车月日合并 / 100.
       COMPUTE 取车日份 = 取车月日合并 - (取车月份 * 100).
       MOVE 取车月份 TO 月份下标.
            MOVE 取车年份 TO 星期调整年份
       END-IF.
       COMPUTE 星期世纪商数 = 星期调整年份 / 100.
       COMPUTE 星期世纪余数 = 星期调整年份
           - (星期世纪商数 * 100).
       COMPUTE 星期计算值 = 取车日份
           + ((13 * (星期调整月份 + 1)) / 5)
           + 星期世纪余数 + (星期世纪余数 / 4)
           + (星期世纪商数 / 4) + (5 * 星期世纪商数).
       DIVIDE 星期计算值 BY 7 GIVING 星期计算商
           REMAINDER 取车星期几.
       COMPUTE 周几下标 = 取车星期几 + 1.

       输出分析结果.
       MOVE 0 TO 类别下标.
       PERFORM 找最高流失 3 TIMES.
       DISPLAY SPACE.
       DISPLAY "未满足需求最高的类别(1小2中3大贵):"
           NO ADVANCING.
       DISPLAY 最高流失类别.
       DISPLAY "建议下批购车优先补充该类别"
           "(候补/过期无分店信息,".
       DISPLAY "分店维度请参照上表成交分布).".

       显示月行.
