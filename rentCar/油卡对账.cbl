       IDENTIFICATION DIVISION.
       PROGRAM-ID.油卡对账.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 导入 ASSIGN TO "油卡账单.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 对账单 ASSIGN TO "油卡对账报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 加油记录 ASSIGN TO "加油记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 加油编号.

        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 油箱容量 ASSIGN TO "油箱容量.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 油箱类别代码.

        SELECT OPTIONAL 应收 ASSIGN TO "应收.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应收编号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 导入.
       01 导入行 PIC X(60).
       FD 对账单.
       01 对账行 PIC X(100).
       FD 账单.
       01 账单记录.
        05 账单号 PIC 9(6).
        05 账单客户姓名 PIC BX(10).
        05 账单客户号码 PIC B9(11).
        05 账单类别1 PIC BX(4).
        05 账单类别2 PIC B99.
        05 账单车牌照 PIC BX(6).
        05 账单厂家1 PIC BX(10).
        05 账单厂家2 PIC BX(5).
        05 账单厂家3 PIC B9(6).
        05 账单日租金 PIC B999.
        05 账单预定起 PIC B9(8).
        05 账单归还止 PIC B9(8).
        05 租车天数 PIC B99.
        05 总金额 PIC B9(7).
        05 滞纳金 PIC B9999.
        05 超里程费 PIC B9999.
        05 加油费 PIC B9999.
        05 已收押金 PIC B9999.
        05 车况备注 PIC X(30).
        05 损坏费 PIC B9999.
        05 付款方式 PIC BX(4).
        05 账单状态 PIC 9.
         88 账单有效 VALUE 1.
         88 账单已作废 VALUE 0.
        05 账单税额 PIC B9999.
        05 账单分店 PIC B9(2).
        05 账单儿童座椅 PIC 9.
         88 账单选配儿童座椅 VALUE 1.
         88 账单未选儿童座椅 VALUE 0.
        05 账单GPS导航 PIC 9.
         88 账单选配GPS导航 VALUE 1.
         88 账单未选GPS导航 VALUE 0.
        05 账单租车保险 PIC 9.
         88 账单选配租车保险 VALUE 1.
         88 账单未选租车保险 VALUE 0.
        05 附加服务费 PIC B9999.
        05 账单顾客号 PIC 9(6).
        05 积分抵扣 PIC B9(5).
        05 单程费 PIC B9999.
        05 账单取车时刻 PIC B9(4).
        05 账单归还时刻 PIC B9(4).
        05 账单促销码 PIC X(8).
        05 促销折减 PIC B9(5).
        05 账单确认号 PIC B9(6).
        05 账单预付抵扣 PIC B9(7).
       FD 加油记录.
       01 加油记录行.
        05 加油编号 PIC 9(6).
        05 加油车牌照 PIC X(6).
        05 加油日期 PIC 9(8).
        05 加油升数 PIC 9(3).
        05 加油金额 PIC 9(5).
        05 加油分店 PIC 9(2).
        05 加油操作员 PIC X(6).
       FD 小车.
       01 小车记录.
        05 小车号 PIC 99.
        05 小车车牌照 PIC BX(6).
        05 小车车厂家1 PIC BX(10).
        05 小车车型号2 PIC BX(5).
        05 小车公里数3 PIC B9(6).
        05 小车日租金 PIC B999.
        05 车辆状态1 PIC 9.
         88 车辆可用1 VALUE 1.
         88 车辆已预定1 VALUE 2.
         88 车辆已租出1 VALUE 3.
         88 车辆停用1 VALUE 4.
         88 车辆在途1 VALUE 5.
         88 车辆待整备1 VALUE 6.
        05 小车分店 PIC B9(2).
        05 小车保养里程 PIC B9(6).
        05 小车购置日期 PIC B9(8).
        05 小车购置成本 PIC B9(7).
       FD 中车.
       01 中车记录.
        05 中车号 PIC 99.
        05 中车车牌照 PIC BX(6).
        05 中车车厂家1 PIC BX(10).
        05 中车车型号2 PIC BX(5).
        05 中车公里数3 PIC B9(6).
        05 中车日租金 PIC B999.
        05 车辆状态2 PIC 9.
         88 车辆可用2 VALUE 1.
         88 车辆已预定2 VALUE 2.
         88 车辆已租出2 VALUE 3.
         88 车辆停用2 VALUE 4.
         88 车辆在途2 VALUE 5.
         88 车辆待整备2 VALUE 6.
        05 中车分店 PIC B9(2).
        05 中车保养里程 PIC B9(6).
        05 中车购置日期 PIC B9(8).
        05 中车购置成本 PIC B9(7).
       FD 大.
       01 大车记录.
        05 大车号 PIC 99.
        05 大车车牌照 PIC BX(6).
        05 大车车厂 PIC BX(10).
        05 大车车型号 PIC BX(5).
        05 大车公里数 PIC B9(6).
        05 大车日租金 PIC B999.
        05 车辆状态3 PIC 9.
         88 车辆可用3 VALUE 1.
         88 车辆已预定3 VALUE 2.
         88 车辆已租出3 VALUE 3.
         88 车辆停用3 VALUE 4.
         88 车辆在途3 VALUE 5.
         88 车辆待整备3 VALUE 6.
        05 大车分店 PIC B9(2).
        05 大车保养里程 PIC B9(6).
        05 大车购置日期 PIC B9(8).
        05 大车购置成本 PIC B9(7).
       FD 贵.
       01 贵车记录.
        05 贵车号 PIC 99.
        05 贵车车牌照 PIC BX(6).
        05 贵车车厂 PIC BX(10).
        05 贵车车型号 PIC BX(5).
        05 贵车公里数 PIC B9(6).
        05 贵车日租金 PIC B999.
        05 车辆状态4 PIC 9.
         88 车辆可用4 VALUE 1.
         88 车辆已预定4 VALUE 2.
         88 车辆已租出4 VALUE 3.
         88 车辆停用4 VALUE 4.
         88 车辆在途4 VALUE 5.
         88 车辆待整备4 VALUE 6.
        05 贵车分店 PIC B9(2).
        05 贵车保养里程 PIC B9(6).
        05 贵车购置日期 PIC B9(8).
        05 贵车购置成本 PIC B9(7).
       FD 车辆主档.
       01 车辆主档记录.
        05 主档主键.
         10 主档类别代码 PIC 9(2).
         10 主档车辆号 PIC 9(2).
        05 主档车牌照 PIC X(6).
        05 主档厂家 PIC X(10).
        05 主档型号 PIC X(5).
        05 主档公里数 PIC 9(6).
        05 主档日租金 PIC 9(3).
        05 主档状态 PIC 9.
        05 主档分店 PIC 9(2).
        05 主档保养里程 PIC 9(6).
        05 主档购置日期 PIC 9(8).
        05 主档购置成本 PIC 9(7).
       FD 油箱容量.
       01 油箱容量记录.
        05 油箱类别代码 PIC 9(2).
        05 油箱升数 PIC 9(3).
       FD 应收.
       01 应收记录.
        05 应收编号 PIC 9(6).
        05 应收顾客号 PIC 9(6).
        05 应收账单号 PIC 9(6).
        05 应收原始金额 PIC 9(7).
        05 应收已收金额 PIC 9(7).
        05 应收余额 PIC 9(7).
        05 应收开立日期 PIC 9(8).
        05 应收结清状态 PIC 9.
         88 应收未结清 VALUE 0.
         88 应收已结清 VALUE 1.
        05 应收结清日期 PIC 9(8).
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
       77 今日日期 PIC 9(8).
       77 车牌字段 PIC X(6).
       77 日期字段 PIC X(8).
       77 时刻字段 PIC X(4).
       77 升数字段 PIC X(3).
       77 金额字段 PIC X(5).
       77 通行日期 PIC 9(8).
       77 通行时刻 PIC 9(4).
       77 油卡升数 PIC 9(3).
       77 油卡金额 PIC 9(5).
       77 匹配账单号 PIC 9(6).
       77 匹配顾客号 PIC 9(6).
       77 最大应收编号 PIC 9(6).
       77 本车车牌 PIC X(6).
       77 本车类别 PIC 9(2).
       77 油箱上限 PIC 9(3).
       77 默认油箱升数 PIC 9(3) VALUE 60.
       77 车牌档数 PIC 9(3).
       77 车牌下标 PIC 9(3).
       01 车牌档表.
        05 车牌档项 OCCURS 500 TIMES.
         10 档车牌 PIC X(6).
         10 档类别 PIC 9(2).
       01 车牌是否找到 PIC 9.
        88 车牌找到 VALUE 1.
        88 车牌未找到 VALUE 0.
       77 读入条数 PIC 9(4).
       77 拒绝条数 PIC 9(4).
       77 转租客条数 PIC 9(4).
       77 转租客金额 PIC 9(7).
       77 无登记条数 PIC 9(4).
       77 无登记金额 PIC 9(7).
       77 超箱条数 PIC 9(4).
       77 金额文本 PIC 9(7).
       01 导入是否完了 PIC 9.
        88 导入完了 VALUE 1.
        88 导入没完了 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 账单是否匹配 PIC 9.
        88 账单已匹配 VALUE 1.
        88 账单无匹配 VALUE 0.
       01 加油是否匹配 PIC 9.
        88 加油已匹配 VALUE 1.
        88 加油无匹配 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6).
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
       DISPLAY "======== 油卡月结单导入与对账 ========".
       DISPLAY SPACE.
       DISPLAY "读入文件:油卡账单.csv".
       DISPLAY "行格式:车牌,日期,时刻,升数,金额".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 读入条数 拒绝条数 超箱条数.
       MOVE 0 TO 转租客条数 转租客金额.
       MOVE 0 TO 无登记条数 无登记金额.
       MOVE 0 TO 车牌档数.
       PERFORM 载入小车车牌.
       PERFORM 载入中车车牌.
       PERFORM 载入大车车牌.
       PERFORM 载入贵车车牌.
       PERFORM 载入主档车牌.
       OPEN OUTPUT 对账单.
       MOVE "----油卡月结单对账报表----" TO 对账行.
       WRITE 对账行.
       MOVE SPACE TO 对账行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              " 操作员:" DELIMITED BY SIZE
              当前操作员 DELIMITED BY SIZE
         INTO 对账行.
       WRITE 对账行.
       OPEN INPUT 导入.
       SET 导入没完了 TO TRUE.
       PERFORM UNTIL 导入完了
       READ 导入
       AT END SET 导入完了 TO TRUE
       NOT AT END PERFORM 处理油卡行 THRU 处理油卡行-EXIT
       END-READ
       END-PERFORM.
       CLOSE 导入.
       PERFORM 写对账汇总.
       CLOSE 对账单.
       DISPLAY "报表已写入油卡对账报表.txt".
       MOVE "油卡对账" TO 归档报表名暂存.
       MOVE "油卡对账报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...油卡对账完毕".
       STOP " ".
       EXIT PROGRAM.

       处理油卡行.
       COMPUTE 读入条数 = 读入条数 + 1.
       MOVE SPACE TO 车牌字段 日期字段 时刻字段.
       MOVE SPACE TO 升数字段 金额字段.
       UNSTRING 导入行 DELIMITED BY ","
           INTO 车牌字段 日期字段 时刻字段
                升数字段 金额字段.
       IF 车牌字段 = SPACE OR 日期字段 IS NOT NUMERIC
          OR 时刻字段 IS NOT NUMERIC
          OR 升数字段 IS NOT NUMERIC
          OR 金额字段 IS NOT NUMERIC
       THEN COMPUTE 拒绝条数 = 拒绝条数 + 1
            MOVE SPACE TO 对账行
            STRING "格式错误,未处理:" DELIMITED BY SIZE
                   导入行 DELIMITED BY SIZE
              INTO 对账行
            WRITE 对账行
            GO TO 处理油卡行-EXIT
       END-IF.
       MOVE 日期字段 TO 通行日期.
       MOVE 时刻字段 TO 通行时刻.
       MOVE 升数字段 TO 油卡升数.
       MOVE 金额字段 TO 油卡金额.
       PERFORM 核对油箱容量.
       PERFORM 匹配承租账单.
       IF 账单已匹配
       THEN PERFORM 开立油卡应收
            GO TO 处理油卡行-EXIT
       END-IF.
       PERFORM 匹配加油登记.
       IF 加油无匹配
       THEN COMPUTE 无登记条数 = 无登记条数 + 1
            ADD 油卡金额 TO 无登记金额
            MOVE 油卡金额 TO 金额文本
            MOVE SPACE TO 对账行
            STRING "无加油登记 车牌:" DELIMITED BY SIZE
                   车牌字段 DELIMITED BY SIZE
                   " 日期:" DELIMITED BY SIZE
                   通行日期 DELIMITED BY SIZE
                   " 升数:" DELIMITED BY SIZE
                   油卡升数 DELIMITED BY SIZE
                   " 金额:" DELIMITED BY SIZE
                   金额文本 DELIMITED BY SIZE
              INTO 对账行
            WRITE 对账行
            DISPLAY 对账行
       END-IF.
       处理油卡行-EXIT.
       EXIT.

       核对油箱容量.
       MOVE 车牌字段 TO 本车车牌.
       PERFORM 查找车牌档.
       MOVE 默认油箱升数 TO 油箱上限.
       IF 车牌找到
       THEN OPEN INPUT 油箱容量
            MOVE 本车类别 TO 油箱类别代码
            READ 油箱容量 KEY IS 油箱类别代码
            INVALID KEY CONTINUE
            NOT INVALID KEY
            IF 油箱升数 > 0
            THEN MOVE 油箱升数 TO 油箱上限
            END-IF
            END-READ
            CLOSE 油箱容量
       END-IF.
       IF 油卡升数 > 油箱上限
       THEN COMPUTE 超箱条数 = 超箱条数 + 1
            MOVE SPACE TO 对账行
            STRING "超出油箱 车牌:" DELIMITED BY SIZE
                   车牌字段 DELIMITED BY SIZE
                   " 日期:" DELIMITED BY SIZE
                   通行日期 DELIMITED BY SIZE
                   " 升数:" DELIMITED BY SIZE
                   油卡升数 DELIMITED BY SIZE
                   " 油箱:" DELIMITED BY SIZE
                   油箱上限 DELIMITED BY SIZE
              INTO 对账行
            WRITE 对账行
            DISPLAY 对账行
       END-IF.

       匹配承租账单.
       SET 账单无匹配 TO TRUE.
       MOVE 0 TO 匹配账单号 匹配顾客号.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 账单车牌照 = 车牌字段 AND 账单有效
          AND 通行日期 >= 账单预定起
          AND 通行日期 <= 账单归还止
       THEN PERFORM 核对边界时刻 THRU 核对边界时刻-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.

       核对边界时刻.
       IF 通行日期 = 账单预定起
          AND 账单取车时刻 > 0
          AND 通行时刻 < 账单取车时刻
       THEN GO TO 核对边界时刻-EXIT
       END-IF.
       IF 通行日期 = 账单归还止
          AND 账单归还时刻 > 0
          AND 通行时刻 > 账单归还时刻
       THEN GO TO 核对边界时刻-EXIT
       END-IF.
       SET 账单已匹配 TO TRUE.
       MOVE 账单号 TO 匹配账单号.
       MOVE 账单顾客号 TO 匹配顾客号.
       核对边界时刻-EXIT.
       EXIT.

       匹配加油登记.
       SET 加油无匹配 TO TRUE.
       OPEN INPUT 加油记录.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了 OR 加油已匹配
       READ 加油记录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 加油车牌照 = 车牌字段 AND 加油日期 = 通行日期
       THEN SET 加油已匹配 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 加油记录.

       开立油卡应收.
       OPEN I-O 应收.
       MOVE "应收" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 最大应收编号.
       MOVE 最大应收编号 TO 应收编号.
       MOVE 匹配顾客号 TO 应收顾客号.
       MOVE 匹配账单号 TO 应收账单号.
       MOVE 油卡金额 TO 应收原始金额.
       MOVE 0 TO 应收已收金额.
       MOVE 油卡金额 TO 应收余额.
       MOVE 今日日期 TO 应收开立日期.
       SET 应收未结清 TO TRUE.
       MOVE 0 TO 应收结清日期.
       WRITE 应收记录.
       CLOSE 应收.
       MOVE "应收" TO 审计操作文件.
       MOVE "油卡" TO 审计操作类型.
       MOVE 应收编号 TO 审计操作键.
       PERFORM 写审计记录.
       COMPUTE 转租客条数 = 转租客条数 + 1.
       ADD 油卡金额 TO 转租客金额.
       MOVE 油卡金额 TO 金额文本.
       MOVE SPACE TO 对账行.
       STRING "租期内用卡 车牌:" DELIMITED BY SIZE
              车牌字段 DELIMITED BY SIZE
              " 日期:" DELIMITED BY SIZE
              通行日期 DELIMITED BY SIZE
              " 账单:" DELIMITED BY SIZE
              匹配账单号 DELIMITED BY SIZE
              " 金额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              " 应收:" DELIMITED BY SIZE
              应收编号 DELIMITED BY SIZE
         INTO 对账行.
       WRITE 对账行.
       DISPLAY 对账行.

       写对账汇总.
       MOVE "--汇总--" TO 对账行.
       WRITE 对账行.
       DISPLAY 对账行.
       MOVE SPACE TO 对账行.
       MOVE 转租客金额 TO 金额文本.
       STRING "租期内用卡(已转应收)笔数:" DELIMITED BY SIZE
              转租客条数 DELIMITED BY SIZE
              " 金额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 对账行.
       WRITE 对账行.
       DISPLAY 对账行.
       MOVE SPACE TO 对账行.
       MOVE 无登记金额 TO 金额文本.
       STRING "无加油登记笔数:" DELIMITED BY SIZE
              无登记条数 DELIMITED BY SIZE
              " 金额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 对账行.
       WRITE 对账行.
       DISPLAY 对账行.
       MOVE SPACE TO 对账行.
       STRING "超出油箱容量笔数:" DELIMITED BY SIZE
              超箱条数 DELIMITED BY SIZE
              " 读入:" DELIMITED BY SIZE
              读入条数 DELIMITED BY SIZE
              " 格式错误:" DELIMITED BY SIZE
              拒绝条数 DELIMITED BY SIZE
         INTO 对账行.
       WRITE 对账行.
       DISPLAY 对账行.

       载入小车车牌.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 小车车牌照 TO 本车车牌
       MOVE 1 TO 本车类别
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 小车.

       载入中车车牌.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 中车车牌照 TO 本车车牌
       MOVE 2 TO 本车类别
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 中车.

       载入大车车牌.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 大车车牌照 TO 本车车牌
       MOVE 3 TO 本车类别
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 大.

       载入贵车车牌.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 贵车车牌照 TO 本车车牌
       MOVE 4 TO 本车类别
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 贵.

       载入主档车牌.
       OPEN INPUT 车辆主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 主档车牌照 TO 本车车牌
       MOVE 主档类别代码 TO 本车类别
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       登记车牌档.
       IF 车牌档数 < 500
       THEN COMPUTE 车牌档数 = 车牌档数 + 1
            MOVE 本车车牌 TO 档车牌(车牌档数)
            MOVE 本车类别 TO 档类别(车牌档数)
       END-IF.

       查找车牌档.
       SET 车牌未找到 TO TRUE.
       MOVE 1 TO 车牌下标.
       PERFORM UNTIL 车牌下标 > 车牌档数 OR 车牌找到
       IF 档车牌(车牌下标) = 本车车牌
       THEN SET 车牌找到 TO TRUE
            MOVE 档类别(车牌下标) TO 本车类别
       ELSE COMPUTE 车牌下标 = 车牌下标 + 1
       END-IF
       END-PERFORM.

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
