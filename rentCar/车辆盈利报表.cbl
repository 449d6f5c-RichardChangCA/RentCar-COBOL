        ACCESS IS DYNAMIC
        RECORD KEY IS 加油编号.

        SELECT OPTIONAL 充电记录 ASSIGN TO "充电记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 充电编号.

        SELECT OPTIONAL 租入协议 ASSIGN TO "租入协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        05 加油金额 PIC 9(5).
        05 加油分店 PIC 9(2).
        05 加油操作员 PIC X(6).
       FD 充电记录.
       01 充电记录行.
        05 充电编号 PIC 9(6).
        05 充电车牌照 PIC X(6).
        05 充电日期 PIC 9(8).
        05 充电度数 PIC 9(4).
        05 充电金额 PIC 9(5).
        05 充电分店 PIC 9(2).
        05 充电操作员 PIC X(6).

       WORKING-STORAGE SECTION.
       77 起始日期 PIC 9(8).
       77 本车维修类别 PIC X(4).
       77 本车编号 PIC 99.
       77 本车车牌 PIC X(6).
       77 本车现车牌 PIC X(6).
       77 待核车牌 PIC X(6).
       77 归一下标 PIC 99.
       01 归一结果.
        05 归一现车牌 PIC X(6).
        05 归一车牌数 PIC 99.
        05 归一车牌项 PIC X(6) OCCURS 10.
       01 车牌是否同车 PIC 9.
        88 车牌同车 VALUE 1.
        88 车牌非同车 VALUE 0.
       01 租入是否找到 PIC 9.
        88 租入已找到 VALUE 1.
        88 租入未找到 VALUE 0.
       77 本车收入 PIC 9(8).
       77 本车维修费 PIC 9(8).
       77 本车加油支出 PIC 9(8).
       77 本车充电支出 PIC 9(8).
       77 本车租入成本 PIC 9(8).
       77 重叠起 PIC 9(8).
       77 重叠止 PIC 9(8).
       DISPLAY "请输入统计截止日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 截止日期.
       DISPLAY SPACE.
       DISPLAY "--单车明细(类别/车牌/收入/"
           "维修费/净收益)--".
       PERFORM 统计小车类.
       PERFORM 统计中车类.
       PERFORM 统计大车类.
       MOVE "小车" TO 本车维修类别
       MOVE 小车号 TO 本车编号
       MOVE 小车车牌照 TO 本车车牌
       MOVE 小车车牌照(2:6) TO 本车现车牌
       PERFORM 统计单车
       END-READ
       END-PERFORM.
       MOVE "中车" TO 本车维修类别
       MOVE 中车号 TO 本车编号
       MOVE 中车车牌照 TO 本车车牌
       MOVE 中车车牌照(2:6) TO 本车现车牌
       PERFORM 统计单车
       END-READ
       END-PERFORM.
       MOVE "大车" TO 本车维修类别
       MOVE 大车号 TO 本车编号
       MOVE 大车车牌照 TO 本车车牌
       MOVE 大车车牌照(2:6) TO 本车现车牌
       PERFORM 统计单车
       END-READ
       END-PERFORM.
       CLOSE 大.

       统计单车.
       MOVE 0 TO 本车收入 本车维修费 本车加油支出
           本车充电支出.
       CALL "车牌归一" USING 本车现车牌 归一结果.
       PERFORM 统计单车收入.
       PERFORM 统计单车维修费.
       PERFORM 统计单车加油支出.
       PERFORM 统计单车充电支出.
       PERFORM 统计单车租入成本.
       COMPUTE 本车净收益 = 本车收入 - 本车维修费
           - 本车加油支出 - 本车充电支出
           - 本车租入成本.
       MOVE 本车净收益 TO 净收益显示.
       DISPLAY 本车维修类别 NO ADVANCING.
       DISPLAY " " NO ADVANCING.
       DISPLAY 本车维修费 NO ADVANCING.
       DISPLAY " 加油支出:" NO ADVANCING.
       DISPLAY 本车加油支出 NO ADVANCING.
       DISPLAY " 充电支出:" NO ADVANCING.
       DISPLAY 本车充电支出 NO ADVANCING.
       DISPLAY " 租入成本:" NO ADVANCING.
       DISPLAY 本车租入成本 NO ADVANCING.
       DISPLAY " 净收益:" NO ADVANCING.
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 账单归还止 TO 归还日暂存
       MOVE 账单车牌照(2:6) TO 待核车牌
       PERFORM 核对同车车牌
       IF 账单车牌照 = 本车车牌
       THEN SET 车牌同车 TO TRUE
       END-IF
       IF 账单类别1 = 本车账单类别
          AND 账单类别2 = 本车编号
          AND 车牌同车 AND 账单有效
          AND 归还日暂存 >= 起始日期
          AND 归还日暂存 <= 截止日期
       THEN MOVE 账单总金额 TO 本单金额
            ADD 本单金额 TO 本车收入
       END-IF
       READ 维修 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 车辆类别 = 本车维修类别
          AND 车辆编号 = 本车编号
          AND 维修登记日期 >= 起始日期
          AND 维修登记日期 <= 截止日期
       THEN MOVE 维修费用 TO 本次费用
            ADD 本次费用 TO 本车维修费
       END-IF
       READ 加油记录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 加油车牌照 TO 待核车牌
       PERFORM 核对同车车牌
       IF 加油车牌照 = 本车车牌
       THEN SET 车牌同车 TO TRUE
       END-IF
       IF 车牌同车
          AND 加油日期 >= 起始日期
          AND 加油日期 <= 截止日期
       THEN ADD 加油金额 TO 本车加油支出
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 加油记录.

       统计单车充电支出.
       OPEN INPUT 充电记录.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 充电记录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 充电车牌照 TO 待核车牌
       PERFORM 核对同车车牌
       IF 充电车牌照 = 本车车牌
       THEN SET 车牌同车 TO TRUE
       END-IF
       IF 车牌同车
          AND 充电日期 >= 起始日期
          AND 充电日期 <= 截止日期
       THEN ADD 充电金额 TO 本车充电支出
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 充电记录.

       统计单车租入成本.
       MOVE 0 TO 本车租入成本.
       OPEN INPUT 租入协议.
       SET 租入未找到 TO TRUE.
       MOVE 本车车牌 TO 租入车牌照.
       READ 租入协议 KEY IS 租入车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 租入已找到 TO TRUE
       END-READ.
       MOVE 1 TO 归一下标.
       PERFORM UNTIL 归一下标 > 归一车牌数 OR 租入已找到
       MOVE 归一车牌项(归一下标) TO 租入车牌照
       READ 租入协议 KEY IS 租入车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 租入已找到 TO TRUE
       END-READ
       COMPUTE 归一下标 = 归一下标 + 1
       END-PERFORM.
       IF 租入已找到
       THEN PERFORM 计算租入重叠成本
                THRU 计算租入重叠成本-EXIT
       END-IF.
       CLOSE 租入协议.

       核对同车车牌.
       SET 车牌非同车 TO TRUE.
       MOVE 1 TO 归一下标.
       PERFORM UNTIL 归一下标 > 归一车牌数 OR 车牌同车
       IF 待核车牌 = 归一车牌项(归一下标)
       THEN SET 车牌同车 TO TRUE
       END-IF
       COMPUTE 归一下标 = 归一下标 + 1
       END-PERFORM.

       计算租入重叠成本.
       MOVE 起始日期 TO 重叠起.
       IF 协议起日 > 重叠起
