       01 账单是否匹配 PIC 9.
        88 账单已匹配 VALUE 1.
        88 账单无匹配 VALUE 0.
       01 车牌是否同车 PIC 9.
        88 车牌同车 VALUE 1.
        88 车牌非同车 VALUE 0.
       01 归一结果.
        05 归一现车牌 PIC X(6).
        05 归一车牌数 PIC 99.
        05 归一车牌项 PIC X(6) OCCURS 10.
       77 归一下标 PIC 99.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       SET 账单无匹配 TO TRUE.
       MOVE 0 TO 匹配账单号 匹配顾客号.
       MOVE SPACE TO 匹配顾客姓名.
       CALL "车牌归一" USING 车牌输入 归一结果.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       PERFORM 核对同车车牌
       IF 车牌同车 AND 账单有效
          AND 日期输入 >= 账单预定起
          AND 日期输入 <= 账单归还止
       THEN PERFORM 核对边界时刻
       END-PERFORM.
       CLOSE 账单.

       核对同车车牌.
       SET 车牌非同车 TO TRUE.
       IF 账单车牌照 = 车牌输入
       THEN SET 车牌同车 TO TRUE
       END-IF.
       MOVE 1 TO 归一下标.
       PERFORM UNTIL 归一下标 > 归一车牌数 OR 车牌同车
       IF 账单车牌照(2:6) = 归一车牌项(归一下标)
       THEN SET 车牌同车 TO TRUE
       END-IF
       COMPUTE 归一下标 = 归一下标 + 1
       END-PERFORM.

       核对边界时刻.
       IF 日期输入 = 账单预定起
          AND 账单取车时刻 > 0
