       IDENTIFICATION DIVISION.
       PROGRAM-ID.收益定价.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 费率 ASSIGN TO "费率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 费率编号.

        SELECT OPTIONAL 收益档位 ASSIGN TO "收益档位.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档位编号.

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

       DATA DIVISION.
       FILE SECTION.
       FD 预定.
       01 预定记录.
        05 预定主键.
         10 预定客户号 PIC 9(6).
         10 预定序号 PIC 9(4).
        05 预定客户姓名 PIC BX(10).
        05 预定客户号码 PIC B9(11).
        05 预定类别1 PIC BX(4).
        05 预定类别2 PIC B99.
        05 预定车牌照 PIC BX(6).
        05 预定厂家1 PIC BX(10).
        05 预定厂家2 PIC BX(5).
        05 预定厂家3 PIC B9(6).
        05 预定日租金 PIC B999.
        05 预定起 PIC B9(8).
        05 归还止 PIC B9(8).
        05 取车油量 PIC B9.
        05 押金 PIC B9999.
        05 预定分店 PIC B9(2).
        05 儿童座椅 PIC 9.
        05 GPS导航 PIC 9.
        05 租车保险 PIC 9.
        05 已取车 PIC 9.
        05 报价金额 PIC B9(7).
        05 团体编号 PIC B9(4).
        05 取车时刻 PIC B9(4).
        05 归还时刻 PIC B9(4).
        05 促销码 PIC X(8).
        05 已结算至 PIC B9(8).
        05 确认号 PIC B9(6).
       FD 费率.
       01 费率记录.
        05 费率编号 PIC 9(2).
        05 税率百分比 PIC 9(2).
        05 周末加价百分比 PIC 9(3).
        05 里程允许额度 PIC 9(6).
        05 每格加油费额 PIC 9(3).
        05 儿童座椅价 PIC 9(3).
        05 GPS导航价 PIC 9(3).
        05 租车保险价 PIC 9(3).
        05 七天折扣百分比 PIC 9(3).
        05 十四天折扣百分比 PIC 9(3).
        05 周转间隔天数 PIC 9(2).
        05 单程费额 PIC 9(4).
        05 取消费7天外百分比 PIC 9(3).
        05 取消费3天外百分比 PIC 9(3).
        05 取消费3天内百分比 PIC 9(3).
        05 每小时百分比 PIC 9(3).
        05 半日百分比 PIC 9(3).
        05 长租天数门槛 PIC 9(3).
       FD 收益档位.
       01 收益档位记录.
        05 档位编号 PIC 9(2).
        05 档位门槛1 PIC 9(3).
        05 档位加价1 PIC 9(3).
        05 档位门槛2 PIC 9(3).
        05 档位加价2 PIC 9(3).
        05 档位门槛3 PIC 9(3).
        05 档位加价3 PIC 9(3).
       FD 小车.
       01 小车记录.
        05 小车号 PIC 99.
        05 小车车牌照 PIC BX(6).
        05 小车车厂家1 PIC BX(10).
        05 小车车型号2 PIC BX(5).
        05 小车公里数3 PIC B9(6).
        05 小车日租金 PIC B999.
        05 车辆状态1 PIC 9.
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

       WORKING-STORAGE SECTION.
       77 周转间隔 PIC 9(2) VALUE 1.
       77 天数偏移 PIC 9(4).
       77 日下标 PIC 9(2).
       77 计价天数 PIC 9(2).
       77 车牌下标 PIC 9(3).
       77 类别车辆数 PIC 9(3).
       77 当日占用率 PIC 9(3).
       77 峰值占用率 PIC 9(3).
       77 本车车牌 PIC X(6).
       77 带间隔止 PIC 9(8).
       01 车牌表.
        05 类别车牌 OCCURS 200 TIMES PIC X(6).
       01 日期表.
        05 计价日 OCCURS 31 TIMES PIC 9(8).
        05 当日订数 OCCURS 31 TIMES PIC 9(3).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 车牌是否在类 PIC 9.
        88 车牌在类 VALUE 1.
        88 车牌不在类 VALUE 0.
       LINKAGE SECTION.
       77 收益类别参数 PIC 9(2).
       77 收益起参数 PIC 9(8).
       77 收益止参数 PIC 9(8).
       77 收益档位参数 PIC 9.
       77 收益加价参数 PIC 9(3).
       77 收益占用参数 PIC 9(3).

       PROCEDURE DIVISION USING 收益类别参数 收益起参数
           收益止参数 收益档位参数 收益加价参数
           收益占用参数.
       MOVE 0 TO 收益档位参数.
       MOVE 0 TO 收益加价参数.
       MOVE 0 TO 收益占用参数.
       PERFORM 载入周转间隔.
       PERFORM 载入档位.
       MOVE 0 TO 类别车辆数.
       EVALUATE 收益类别参数
       WHEN 1 PERFORM 收集小车车牌
       WHEN 2 PERFORM 收集中车车牌
       WHEN 3 PERFORM 收集大车车牌
       WHEN 4 PERFORM 收集贵车车牌
       WHEN OTHER PERFORM 收集主档车牌
       END-EVALUATE.
       IF 类别车辆数 = 0
       THEN EXIT PROGRAM
       END-IF.
       MOVE 1 TO 日下标.
       MOVE 收益起参数 TO 计价日(1).
       MOVE 0 TO 当日订数(1).
       PERFORM UNTIL 日下标 >= 31
          OR 计价日(日下标) >= 收益止参数
       MOVE 日下标 TO 天数偏移
       CALL "日期加减" USING 收益起参数 天数偏移
           计价日(日下标 + 1)
       COMPUTE 日下标 = 日下标 + 1
       MOVE 0 TO 当日订数(日下标)
       END-PERFORM.
       MOVE 日下标 TO 计价天数.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 预定车牌照 TO 本车车牌
       PERFORM 查找类别车牌
       IF 车牌在类
       THEN PERFORM 累计单条预定
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.
       MOVE 0 TO 峰值占用率.
       MOVE 1 TO 日下标.
       PERFORM UNTIL 日下标 > 计价天数
       COMPUTE 当日占用率 = 当日订数(日下标) * 100
           / 类别车辆数
       IF 当日占用率 > 峰值占用率
       THEN MOVE 当日占用率 TO 峰值占用率
       END-IF
       COMPUTE 日下标 = 日下标 + 1
       END-PERFORM.
       MOVE 峰值占用率 TO 收益占用参数.
       IF 档位门槛1 > 0 AND 峰值占用率 >= 档位门槛1
       THEN MOVE 1 TO 收益档位参数
            MOVE 档位加价1 TO 收益加价参数
       END-IF.
       IF 档位门槛2 > 0 AND 峰值占用率 >= 档位门槛2
       THEN MOVE 2 TO 收益档位参数
            MOVE 档位加价2 TO 收益加价参数
       END-IF.
       IF 档位门槛3 > 0 AND 峰值占用率 >= 档位门槛3
       THEN MOVE 3 TO 收益档位参数
            MOVE 档位加价3 TO 收益加价参数
       END-IF.
       EXIT PROGRAM.

       载入周转间隔.
       OPEN INPUT 费率.
       MOVE 1 TO 费率编号.
       READ 费率 KEY IS 费率编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 周转间隔天数 > 0
       THEN MOVE 周转间隔天数 TO 周转间隔
       END-IF
       END-READ.
       CLOSE 费率.

       载入档位.
       OPEN INPUT 收益档位.
       MOVE 1 TO 档位编号.
       READ 收益档位 KEY IS 档位编号
       INVALID KEY MOVE 70 TO 档位门槛1
                   MOVE 10 TO 档位加价1
                   MOVE 85 TO 档位门槛2
                   MOVE 20 TO 档位加价2
                   MOVE 95 TO 档位门槛3
                   MOVE 30 TO 档位加价3
       END-READ.
       CLOSE 收益档位.

       收集小车车牌.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 小车车牌照 TO 本车车牌
       PERFORM 登记类别车牌
       END-READ
       END-PERFORM.
       CLOSE 小车.

       收集中车车牌.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 中车车牌照 TO 本车车牌
       PERFORM 登记类别车牌
       END-READ
       END-PERFORM.
       CLOSE 中车.

       收集大车车牌.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 大车车牌照 TO 本车车牌
       PERFORM 登记类别车牌
       END-READ
       END-PERFORM.
       CLOSE 大.

       收集贵车车牌.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 贵车车牌照 TO 本车车牌
       PERFORM 登记类别车牌
       END-READ
       END-PERFORM.
       CLOSE 贵.

       收集主档车牌.
       OPEN INPUT 车辆主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 主档类别代码 = 收益类别参数
       THEN MOVE 主档车牌照 TO 本车车牌
            PERFORM 登记类别车牌
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       登记类别车牌.
       IF 类别车辆数 < 200
       THEN COMPUTE 类别车辆数 = 类别车辆数 + 1
            MOVE 本车车牌 TO 类别车牌(类别车辆数)
       END-IF.

       查找类别车牌.
       SET 车牌不在类 TO TRUE.
       MOVE 1 TO 车牌下标.
       PERFORM UNTIL 车牌下标 > 类别车辆数 OR 车牌在类
       IF 类别车牌(车牌下标) = 本车车牌
       THEN SET 车牌在类 TO TRUE
       END-IF
       COMPUTE 车牌下标 = 车牌下标 + 1
       END-PERFORM.

       累计单条预定.
       MOVE 周转间隔 TO 天数偏移.
       CALL "日期加减" USING 归还止 天数偏移 带间隔止.
       MOVE 1 TO 日下标.
       PERFORM UNTIL 日下标 > 计价天数
       IF 计价日(日下标) >= 预定起
          AND 计价日(日下标) <= 带间隔止
       THEN ADD 1 TO 当日订数(日下标)
       END-IF
       COMPUTE 日下标 = 日下标 + 1
       END-PERFORM.
