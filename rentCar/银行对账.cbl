        ACCESS IS DYNAMIC
        RECORD KEY IS 对账键.

        SELECT OPTIONAL 存款登记 ASSIGN TO "存款登记.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存款单号.

       DATA DIVISION.
       FILE SECTION.
       FD 导入.
       01 对账标记记录.
        05 对账键 PIC X(12).
        05 对账日期 PIC 9(8).
       FD 存款登记.
       01 存款登记记录.
        05 存款单号 PIC 9(6).
        05 存款分店 PIC 9(2).
        05 存款日期 PIC 9(8).
        05 存款金额 PIC 9(8).
        05 存款面额张数 OCCURS 6 TIMES PIC 9(5).
        05 存款钱箱数 PIC 9(2).
        05 存款经办 PIC X(6).
        05 存款状态 PIC 9.
         88 存款未入账 VALUE 0.
         88 存款已入账 VALUE 1.
        05 存款入账日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 今日日期 PIC 9(8).
       77 选择 PIC 9.
       77 日期字段 PIC X(8).
       77 金额字段 PIC X(8).
       77 类型字段 PIC X(6).
       77 参考字段 PIC X(8).
       77 流水日期 PIC 9(8).
       77 流水金额 PIC 9(7).
       77 匹配条数 PIC 9(4).
       77 拒绝条数 PIC 9(4).
       77 未对账单数 PIC 9(4).
       77 未入账笔数 PIC 9(4).
       77 未入账金额 PIC 9(9).
       77 流水单号 PIC 9(6).
       77 金额暂存 PIC 9(7).
       01 对账键暂存.
        05 键类别 PIC X.
       DISPLAY SPACE.
       DISPLAY "2、未对账账单例外清单".
       DISPLAY SPACE.
       DISPLAY "3、银行未入账存款单清单".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       EVALUATE 选择
       WHEN 1 PERFORM 导入并匹配
       WHEN 2 PERFORM 未对账清单
       WHEN 3 PERFORM 未入账存款清单
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       导入并匹配.
       DISPLAY "读入文件:银行流水.csv".
       DISPLAY "行格式:日期YYYYMMDD,金额,类型(收款/付出)".
       DISPLAY "现金存款行:日期,金额,存款,存款单号".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 匹配条数 拒绝条数.
       OPEN OUTPUT 拒绝单.
       DISPLAY 拒绝条数.

       处理流水行.
       MOVE SPACE TO 日期字段 金额字段.
       MOVE SPACE TO 类型字段 参考字段.
       UNSTRING 导入行 DELIMITED BY ","
           INTO 日期字段 金额字段 类型字段 参考字段.
       IF 日期字段 IS NOT NUMERIC
          OR 金额字段 IS NOT NUMERIC
       THEN PERFORM 写拒绝行
       MOVE 日期字段 TO 流水日期.
       MOVE 金额字段 TO 流水金额.
       SET 未匹配到 TO TRUE.
       IF 类型字段 = "存款" OR 参考字段 NOT = SPACE
       THEN PERFORM 匹配存款单
       END-IF.
       IF 未匹配到 AND 类型字段 = "付出"
       THEN PERFORM 匹配退款支出
       END-IF.
       IF 未匹配到
          AND 类型字段 NOT = "付出"
          AND 类型字段 NOT = "存款"
       THEN PERFORM 匹配刷卡账单
            IF 未匹配到
            THEN PERFORM 匹配应收收款
            END-IF
       END-PERFORM.
       CLOSE 退款.

       匹配存款单.
       OPEN I-O 存款登记.
       IF 参考字段 IS NUMERIC
       THEN MOVE 参考字段 TO 流水单号
            MOVE 流水单号 TO 存款单号
            READ 存款登记 KEY IS 存款单号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            IF 存款未入账 AND 存款金额 = 流水金额
            THEN PERFORM 登记存款入账
            END-IF
            END-READ
       ELSE SET 没完了 TO TRUE
            PERFORM UNTIL 完了 OR 已匹配到
            READ 存款登记 NEXT RECORD
            AT END SET 完了 TO TRUE
            NOT AT END
            IF 存款未入账 AND 存款金额 = 流水金额
               AND 存款日期 <= 流水日期
            THEN PERFORM 登记存款入账
            END-IF
            END-READ
            END-PERFORM
       END-IF.
       CLOSE 存款登记.

       登记存款入账.
       SET 存款已入账 TO TRUE.
       MOVE 流水日期 TO 存款入账日期.
       REWRITE 存款登记记录.
       MOVE "D" TO 键类别.
       MOVE 存款单号 TO 键编号.
       PERFORM 写对账标记.
       SET 已匹配到 TO TRUE.

       检查已标记.
       SET 未标记 TO TRUE.
       OPEN INPUT 对账标记.
       IF 未对账单数 > 0
       THEN DISPLAY "连续多日未对上请核查刷卡终端."
       END-IF.

       未入账存款清单.
       MOVE 0 TO 未入账笔数 未入账金额.
       DISPLAY "--已送存但银行尚未入账的存款单--".
       DISPLAY "单号 分店 清点日期 金额 经办".
       OPEN INPUT 存款登记.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 存款登记 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 存款未入账
       THEN DISPLAY 存款单号 " " 存款分店 " " 存款日期 " "
                存款金额 " " 存款经办
            ADD 1 TO 未入账笔数
            ADD 存款金额 TO 未入账金额
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 存款登记.
       DISPLAY "未入账存款单数:" NO ADVANCING.
       DISPLAY 未入账笔数.
       DISPLAY "未入账金额合计:" NO ADVANCING.
       DISPLAY 未入账金额.
       IF 未入账笔数 > 0
       THEN DISPLAY "送存多日仍未入账请向银行查询."
       END-IF.
