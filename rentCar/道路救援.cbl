       IDENTIFICATION DIVISION.
       PROGRAM-ID.道路救援.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 救援 ASSIGN TO "救援.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 救援编号
        ALTERNATE RECORD KEY IS 救援车牌照 WITH DUPLICATES.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT 维修 ASSIGN TO "维修.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 维修编号.

        SELECT 救援月报 ASSIGN TO "救援月报.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 救援.
       01 救援记录.
        05 救援编号 PIC 9(6).
        05 救援预定键.
         10 救援顾客号 PIC 9(6).
         10 救援预定序号 PIC 9(4).
        05 救援车牌照 PIC X(6).
        05 救援类别 PIC 9.
        05 救援车辆号 PIC 99.
        05 救援厂家 PIC X(10).
        05 救援型号 PIC X(5).
        05 救援来电日期 PIC 9(8).
        05 救援来电时刻 PIC 9(4).
        05 救援地点 PIC X(30).
        05 救援故障类型 PIC 9.
         88 故障电瓶 VALUE 1.
         88 故障爆胎 VALUE 2.
         88 故障事故 VALUE 3.
         88 故障机械 VALUE 4.
         88 故障锁车 VALUE 5.
         88 故障缺油 VALUE 6.
         88 故障其他 VALUE 7.
        05 救援提供商 PIC X(10).
        05 救援结果 PIC 9.
         88 救援待定 VALUE 0.
         88 救援现场修复 VALUE 1.
         88 救援拖车送修 VALUE 2.
         88 救援换车 VALUE 3.
        05 救援费用 PIC 9(6).
        05 救援维修单 PIC 9(6).
        05 救援经办 PIC X(6).
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
         88 选配儿童座椅 VALUE 1.
         88 未选儿童座椅 VALUE 0.
        05 GPS导航 PIC 9.
         88 选配GPS导航 VALUE 1.
         88 未选GPS导航 VALUE 0.
        05 租车保险 PIC 9.
         88 选配租车保险 VALUE 1.
         88 未选租车保险 VALUE 0.
        05 已取车 PIC 9.
         88 已经取车 VALUE 1.
         88 尚未取车 VALUE 0.
        05 报价金额 PIC B9(7).
        05 团体编号 PIC B9(4).
        05 取车时刻 PIC B9(4).
        05 归还时刻 PIC B9(4).
        05 促销码 PIC X(8).
        05 已结算至 PIC B9(8).
        05 确认号 PIC B9(6).
       FD 维修.
       01 维修记录.
        05 维修编号 PIC 9(6).
        05 车辆类别 PIC X(4).
        05 车辆编号 PIC 99.
        05 维修原因 PIC X(20).
        05 维修登记日期 PIC 9(8).
        05 恢复日期 PIC 9(8).
        05 维修费用 PIC 9(6).
        05 维修厂商 PIC X(10).
        05 维修车牌照 PIC X(6).
       FD 救援月报.
       01 救援月报行 PIC X(100).
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
       77 选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 当前时间 PIC 9(8).
       77 顾客号输入 PIC 9(6).
       77 序号输入 PIC 9(4).
       77 编号输入 PIC 9(6).
       77 日期输入 PIC 9(8).
       77 时刻输入 PIC 9(4).
       77 结果输入 PIC 9.
       77 费用输入 PIC 9(6).
       77 同时换车输入 PIC X.
       77 月份输入 PIC 9(6).
       77 本条月份 PIC 9(6).
       77 送修前最大单号 PIC 9(6).
       77 关联维修单号 PIC 9(6).
       77 最大维修单号 PIC 9(6).
       77 车牌输入 PIC X(6).
       77 确认输入 PIC X.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       77 类别名称 PIC X(8).
       77 故障名称 PIC X(8).
       77 结果名称 PIC X(8).
       01 车型汇总表.
        05 车型项 OCCURS 100 TIMES.
         10 车型厂家 PIC X(10).
         10 车型型号 PIC X(5).
         10 车型次数 PIC 9(4).
         10 车型故障次数 OCCURS 7 TIMES PIC 9(4).
         10 车型拖车次数 PIC 9(4).
         10 车型换车次数 PIC 9(4).
         10 车型费用 PIC 9(8).
       77 车型项数 PIC 9(3).
       77 车型下标 PIC 9(3).
       01 车辆汇总表.
        05 车辆项 OCCURS 300 TIMES.
         10 车辆车牌 PIC X(6).
         10 车辆厂家 PIC X(10).
         10 车辆型号 PIC X(5).
         10 车辆次数 PIC 9(4).
         10 车辆费用 PIC 9(8).
       77 车辆项数 PIC 9(3).
       77 车辆下标 PIC 9(3).
       77 故障下标 PIC 9.
       77 月报笔数 PIC 9(5).
       77 月报费用 PIC 9(9).
       77 次数显示 PIC Z(3)9.
       77 费用显示 PIC Z(7)9.
       77 合计费用显示 PIC Z(8)9.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 道路救援来电登记 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记救援来电".
       DISPLAY SPACE.
       DISPLAY "2、更新救援结果及费用".
       DISPLAY SPACE.
       DISPLAY "3、查询车牌救援记录".
       DISPLAY SPACE.
       DISPLAY "4、救援月报".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记救援来电 THRU 登记救援来电-EXIT
       WHEN 2 PERFORM 更新救援结果 THRU 更新救援结果-EXIT
       WHEN 3 PERFORM 查询车牌救援
       WHEN 4 PERFORM 生成救援月报
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...道路救援已结束".
       STOP " ".
       EXIT PROGRAM.

       登记救援来电.
       DISPLAY "请输入该预定的顾客号:" NO ADVANCING.
       ACCEPT 顾客号输入.
       DISPLAY "请输入该顾客的预定序号:" NO ADVANCING.
       ACCEPT 序号输入.
       SET 没找到 TO TRUE.
       OPEN INPUT 预定.
       MOVE 顾客号输入 TO 预定客户号.
       MOVE 序号输入 TO 预定序号.
       READ 预定 KEY IS 预定主键
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 找到 TO TRUE
       END-READ.
       CLOSE 预定.
       IF 没找到
       THEN DISPLAY "没有该预定记录!"
            GO TO 登记救援来电-EXIT
       END-IF.
       IF 尚未取车
       THEN DISPLAY "该预定尚未取车,不在租期内,"
                "不能登记救援."
            GO TO 登记救援来电-EXIT
       END-IF.
       MOVE 预定主键 TO 救援预定键.
       MOVE 预定车牌照 TO 救援车牌照.
       MOVE 预定类别2 TO 救援车辆号.
       MOVE 预定厂家1 TO 救援厂家.
       MOVE 预定厂家2 TO 救援型号.
       EVALUATE 预定类别1
       WHEN "С��" MOVE 1 TO 救援类别
       WHEN "�г�" MOVE 2 TO 救援类别
       WHEN OTHER MOVE 3 TO 救援类别
       END-EVALUATE.
       DISPLAY "车牌照:" 救援车牌照 " 厂家:" 救援厂家
           " 型号:" 救援型号.
       DISPLAY "请输入来电日期(YYYYMMDD,0为今天):"
           NO ADVANCING.
       ACCEPT 日期输入.
       IF 日期输入 = 0
       THEN MOVE 今日日期 TO 日期输入
       END-IF.
       MOVE 日期输入 TO 救援来电日期.
       DISPLAY "请输入来电时刻(HHMM,0为现在):" NO ADVANCING.
       ACCEPT 时刻输入.
       IF 时刻输入 = 0
       THEN ACCEPT 当前时间 FROM TIME
            COMPUTE 时刻输入 = 当前时间 / 10000
       END-IF.
       MOVE 时刻输入 TO 救援来电时刻.
       DISPLAY "请输入故障地点:" NO ADVANCING.
       ACCEPT 救援地点.
       DISPLAY "故障类型(1、电瓶亏电 2、爆胎 3、事故 "
           "4、机械故障 5、钥匙锁车 6、燃油耗尽 "
           "7、其他):" NO ADVANCING.
       ACCEPT 救援故障类型.
       IF 救援故障类型 < 1 OR 救援故障类型 > 7
       THEN SET 故障其他 TO TRUE
       END-IF.
       DISPLAY "请输入救援服务商:" NO ADVANCING.
       ACCEPT 救援提供商.
       MOVE 0 TO 救援费用 救援维修单.
       SET 救援待定 TO TRUE.
       MOVE 当前操作员 TO 救援经办.
       MOVE "救援" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 救援编号.
       OPEN I-O 救援.
       WRITE 救援记录.
       CLOSE 救援.
       MOVE "救援" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 救援编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "救援来电已登记,编号:" 救援编号.
       DISPLAY "现在录入处理结果吗?(Y/N)" NO ADVANCING.
       ACCEPT 确认输入.
       IF 确认输入 = "Y" OR 确认输入 = "y"
       THEN MOVE 救援编号 TO 编号输入
            PERFORM 录入救援结果 THRU 录入救援结果-EXIT
       END-IF.
       登记救援来电-EXIT.
       EXIT.

       更新救援结果.
       DISPLAY "请输入救援编号:" NO ADVANCING.
       ACCEPT 编号输入.
       PERFORM 录入救援结果 THRU 录入救援结果-EXIT.
       更新救援结果-EXIT.
       EXIT.

       录入救援结果.
       SET 没找到 TO TRUE.
       OPEN INPUT 救援.
       MOVE 编号输入 TO 救援编号.
       READ 救援 KEY IS 救援编号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 找到 TO TRUE
       END-READ.
       CLOSE 救援.
       IF 没找到
       THEN DISPLAY "没有该救援记录!"
            GO TO 录入救援结果-EXIT
       END-IF.
       PERFORM 显示救援记录.
       DISPLAY "处理结果(1、现场修复 2、拖车送修 "
           "3、换车 0、待定):" NO ADVANCING.
       ACCEPT 结果输入.
       IF 结果输入 > 3
       THEN DISPLAY "处理结果输入有误!"
            GO TO 录入救援结果-EXIT
       END-IF.
       DISPLAY "请输入救援费用(元,0为暂无):" NO ADVANCING.
       ACCEPT 费用输入.
       MOVE 0 TO 关联维修单号.
       IF 救援维修单 = 0
          AND (结果输入 = 2 OR 结果输入 = 3)
       THEN PERFORM 转入换车或维修
       END-IF.
       OPEN I-O 救援.
       MOVE 编号输入 TO 救援编号.
       READ 救援 KEY IS 救援编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
            MOVE 结果输入 TO 救援结果
            IF 费用输入 > 0
            THEN MOVE 费用输入 TO 救援费用
            END-IF
            IF 关联维修单号 > 0
            THEN MOVE 关联维修单号 TO 救援维修单
            END-IF
            REWRITE 救援记录
       END-READ.
       CLOSE 救援.
       MOVE "救援" TO 审计操作文件.
       MOVE "更新" TO 审计操作类型.
       MOVE 编号输入 TO 审计操作键.
       PERFORM 写审计记录.
       IF 关联维修单号 > 0
       THEN DISPLAY "已关联维修单:" 关联维修单号
       END-IF.
       DISPLAY "救援结果已更新.".
       录入救援结果-EXIT.
       EXIT.

       转入换车或维修.
       PERFORM 取最大维修单号.
       MOVE 最大维修单号 TO 送修前最大单号.
       MOVE "N" TO 同时换车输入.
       IF 结果输入 = 2
       THEN DISPLAY "是否同时为顾客换车?(Y/N)" NO ADVANCING
            ACCEPT 同时换车输入
       END-IF.
       IF 结果输入 = 3
          OR 同时换车输入 = "Y" OR 同时换车输入 = "y"
       THEN DISPLAY "转入换车处理,"
                "请按提示再次输入该预定."
            CALL "换车处理" USING 当前操作员
       ELSE DISPLAY "转入车辆维修,"
                "请将故障车登记停用维修."
            CALL "车辆维修"
       END-IF.
       PERFORM 取最大维修单号.
       IF 最大维修单号 > 送修前最大单号
       THEN MOVE 最大维修单号 TO 关联维修单号
       ELSE DISPLAY "未产生新的维修单,救援记录暂不关联."
       END-IF.

       取最大维修单号.
       MOVE 0 TO 最大维修单号.
       OPEN INPUT 维修.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 维修 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 维修编号 > 最大维修单号
       THEN MOVE 维修编号 TO 最大维修单号
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 维修.

       显示救援记录.
       PERFORM 取救援名称.
       DISPLAY "编号:" 救援编号 " 预定:" 救援顾客号 "-"
           救援预定序号 " 车牌照:" 救援车牌照.
       DISPLAY "  来电:" 救援来电日期 " " 救援来电时刻
           " 故障:" 故障名称 " 服务商:" 救援提供商.
       DISPLAY "  地点:" 救援地点.
       DISPLAY "  结果:" 结果名称 " 费用:" 救援费用
           " 维修单:" 救援维修单.

       取救援名称.
       EVALUATE TRUE
       WHEN 故障电瓶 MOVE "电瓶亏电" TO 故障名称
       WHEN 故障爆胎 MOVE "爆胎" TO 故障名称
       WHEN 故障事故 MOVE "事故" TO 故障名称
       WHEN 故障机械 MOVE "机械故障" TO 故障名称
       WHEN 故障锁车 MOVE "钥匙锁车" TO 故障名称
       WHEN 故障缺油 MOVE "燃油耗尽" TO 故障名称
       WHEN OTHER MOVE "其他" TO 故障名称
       END-EVALUATE.
       EVALUATE TRUE
       WHEN 救援现场修复 MOVE "现场修复" TO 结果名称
       WHEN 救援拖车送修 MOVE "拖车送修" TO 结果名称
       WHEN 救援换车 MOVE "换车" TO 结果名称
       WHEN OTHER MOVE "待定" TO 结果名称
       END-EVALUATE.

       查询车牌救援.
       DISPLAY "请输入车牌照:" NO ADVANCING.
       ACCEPT 车牌输入.
       MOVE 0 TO 月报笔数.
       OPEN INPUT 救援.
       MOVE 车牌输入 TO 救援车牌照.
       START 救援 KEY IS = 救援车牌照
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 救援 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 救援车牌照 = 车牌输入
       THEN COMPUTE 月报笔数 = 月报笔数 + 1
            PERFORM 显示救援记录
       ELSE SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 救援.
       IF 月报笔数 = 0
       THEN DISPLAY "该车牌没有救援记录."
       END-IF.

       生成救援月报.
       DISPLAY "请输入统计月份(YYYYMM):" NO ADVANCING.
       ACCEPT 月份输入.
       MOVE 0 TO 车型项数 车辆项数 月报笔数 月报费用.
       OPEN INPUT 救援.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 救援 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       COMPUTE 本条月份 = 救援来电日期 / 100
       IF 本条月份 = 月份输入
       THEN PERFORM 累计救援月报
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 救援.
       PERFORM 输出救援月报.
       DISPLAY "救援笔数:" 月报笔数
           " 救援费用合计:" 月报费用.
       DISPLAY "报表已写入救援月报.txt".
       MOVE "救援月报" TO 归档报表名暂存.
       MOVE "救援月报.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 月份输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.

       累计救援月报.
       COMPUTE 月报笔数 = 月报笔数 + 1.
       COMPUTE 月报费用 = 月报费用 + 救援费用.
       MOVE 1 TO 车型下标.
       PERFORM UNTIL 车型下标 > 车型项数
          OR (车型厂家(车型下标) = 救援厂家
              AND 车型型号(车型下标) = 救援型号)
       COMPUTE 车型下标 = 车型下标 + 1
       END-PERFORM.
       IF 车型下标 > 车型项数 AND 车型项数 < 100
       THEN COMPUTE 车型项数 = 车型项数 + 1
            MOVE 车型项数 TO 车型下标
            MOVE 救援厂家 TO 车型厂家(车型下标)
            MOVE 救援型号 TO 车型型号(车型下标)
            MOVE 0 TO 车型次数(车型下标)
                      车型拖车次数(车型下标)
                      车型换车次数(车型下标)
                      车型费用(车型下标)
            MOVE 1 TO 故障下标
            PERFORM UNTIL 故障下标 > 7
            MOVE 0 TO 车型故障次数(车型下标 故障下标)
            COMPUTE 故障下标 = 故障下标 + 1
            END-PERFORM
       END-IF.
       IF 车型下标 <= 车型项数
       THEN COMPUTE 车型次数(车型下标) =
                车型次数(车型下标) + 1
            MOVE 救援故障类型 TO 故障下标
            IF 故障下标 < 1 OR 故障下标 > 7
            THEN MOVE 7 TO 故障下标
            END-IF
            COMPUTE 车型故障次数(车型下标 故障下标) =
                车型故障次数(车型下标 故障下标) + 1
            IF 救援拖车送修
            THEN COMPUTE 车型拖车次数(车型下标) =
                     车型拖车次数(车型下标) + 1
            END-IF
            IF 救援换车
            THEN COMPUTE 车型换车次数(车型下标) =
                     车型换车次数(车型下标) + 1
            END-IF
            COMPUTE 车型费用(车型下标) =
                车型费用(车型下标) + 救援费用
       END-IF.
       MOVE 1 TO 车辆下标.
       PERFORM UNTIL 车辆下标 > 车辆项数
          OR 车辆车牌(车辆下标) = 救援车牌照
       COMPUTE 车辆下标 = 车辆下标 + 1
       END-PERFORM.
       IF 车辆下标 > 车辆项数 AND 车辆项数 < 300
       THEN COMPUTE 车辆项数 = 车辆项数 + 1
            MOVE 车辆项数 TO 车辆下标
            MOVE 救援车牌照 TO 车辆车牌(车辆下标)
            MOVE 救援厂家 TO 车辆厂家(车辆下标)
            MOVE 救援型号 TO 车辆型号(车辆下标)
            MOVE 0 TO 车辆次数(车辆下标)
                      车辆费用(车辆下标)
       END-IF.
       IF 车辆下标 <= 车辆项数
       THEN COMPUTE 车辆次数(车辆下标) =
                车辆次数(车辆下标) + 1
            COMPUTE 车辆费用(车辆下标) =
                车辆费用(车辆下标) + 救援费用
       END-IF.

       输出救援月报.
       OPEN OUTPUT 救援月报.
       MOVE SPACES TO 救援月报行.
       STRING "道路救援月报  月份:" DELIMITED BY SIZE
              月份输入 DELIMITED BY SIZE
              "  制表日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 救援月报行.
       WRITE 救援月报行.
       MOVE SPACES TO 救援月报行.
       WRITE 救援月报行.
       MOVE "--按厂家型号统计故障--" TO 救援月报行.
       WRITE 救援月报行.
       MOVE SPACES TO 救援月报行.
       STRING "厂家       型号   次数 电瓶 爆胎 事故 机械"
                  DELIMITED BY SIZE
              " 锁车 缺油 其他 拖车 换车     费用"
                  DELIMITED BY SIZE
         INTO 救援月报行.
       WRITE 救援月报行.
       MOVE 1 TO 车型下标.
       PERFORM UNTIL 车型下标 > 车型项数
       PERFORM 输出车型行
       COMPUTE 车型下标 = 车型下标 + 1
       END-PERFORM.
       IF 车型项数 = 0
       THEN MOVE "  (无)" TO 救援月报行
            WRITE 救援月报行
       END-IF.
       MOVE SPACES TO 救援月报行.
       WRITE 救援月报行.
       MOVE "--按车辆统计救援费用--" TO 救援月报行.
       WRITE 救援月报行.
       MOVE "车牌照 厂家       型号   次数     费用"
         TO 救援月报行.
       WRITE 救援月报行.
       MOVE 1 TO 车辆下标.
       PERFORM UNTIL 车辆下标 > 车辆项数
       MOVE 车辆次数(车辆下标) TO 次数显示
       MOVE 车辆费用(车辆下标) TO 费用显示
       MOVE SPACES TO 救援月报行
       STRING 车辆车牌(车辆下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              车辆厂家(车辆下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              车辆型号(车辆下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              次数显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              费用显示 DELIMITED BY SIZE
         INTO 救援月报行
       WRITE 救援月报行
       COMPUTE 车辆下标 = 车辆下标 + 1
       END-PERFORM.
       IF 车辆项数 = 0
       THEN MOVE "  (无)" TO 救援月报行
            WRITE 救援月报行
       END-IF.
       MOVE SPACES TO 救援月报行.
       WRITE 救援月报行.
       MOVE 月报笔数 TO 次数显示.
       MOVE 月报费用 TO 合计费用显示.
       MOVE SPACES TO 救援月报行.
       STRING "救援笔数:" DELIMITED BY SIZE
              次数显示 DELIMITED BY SIZE
              "  救援费用合计:" DELIMITED BY SIZE
              合计费用显示 DELIMITED BY SIZE
         INTO 救援月报行.
       WRITE 救援月报行.
       CLOSE 救援月报.

       输出车型行.
       MOVE SPACES TO 救援月报行.
       MOVE 车型次数(车型下标) TO 次数显示.
       STRING 车型厂家(车型下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              车型型号(车型下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              次数显示 DELIMITED BY SIZE
         INTO 救援月报行.
       MOVE 1 TO 故障下标.
       PERFORM UNTIL 故障下标 > 7
       MOVE 车型故障次数(车型下标 故障下标)
         TO 次数显示
       MOVE 次数显示 TO
           救援月报行(18 + 故障下标 * 5:4)
       COMPUTE 故障下标 = 故障下标 + 1
       END-PERFORM.
       MOVE 车型拖车次数(车型下标) TO 次数显示.
       MOVE 次数显示 TO 救援月报行(58:4).
       MOVE 车型换车次数(车型下标) TO 次数显示.
       MOVE 次数显示 TO 救援月报行(63:4).
       MOVE 车型费用(车型下标) TO 费用显示.
       MOVE 费用显示 TO 救援月报行(68:8).
       WRITE 救援月报行.

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

