       IDENTIFICATION DIVISION.
       PROGRAM-ID.分店损益.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 账单存档 ASSIGN TO "账单存档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存档账单号.

        SELECT OPTIONAL 分店结算 ASSIGN TO "分店结算.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 结算账单号
        ALTERNATE RECORD KEY IS 结算年月 WITH DUPLICATES.

        SELECT 维修 ASSIGN TO "维修.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 维修编号.

        SELECT OPTIONAL 加油记录 ASSIGN TO "加油记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 加油编号.

        SELECT OPTIONAL 零用金档 ASSIGN TO "零用金.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 零用编号.

        SELECT OPTIONAL 租入协议 ASSIGN TO "租入协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 租入车牌照.

        SELECT OPTIONAL 渠道 ASSIGN TO "渠道.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 渠道代码.

        SELECT OPTIONAL 渠道单 ASSIGN TO "渠道单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 渠道确认号.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT 损益表 ASSIGN TO "分店损益表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD 账单存档.
       01 账单存档记录.
        05 存档账单号 PIC 9(6).
        05 存档客户姓名 PIC X(10).
        05 存档客户号码 PIC 9(11).
        05 存档类别1 PIC X(4).
        05 存档类别2 PIC 99.
        05 存档车牌照 PIC X(6).
        05 存档厂家1 PIC X(10).
        05 存档厂家2 PIC X(5).
        05 存档里程 PIC 9(6).
        05 存档日租金 PIC 999.
        05 存档预定起 PIC 9(8).
        05 存档归还止 PIC 9(8).
        05 存档租车天数 PIC 99.
        05 存档总金额 PIC 9(7).
        05 存档滞纳金 PIC 9999.
        05 存档超里程费 PIC 9999.
        05 存档加油费 PIC 9999.
        05 存档已收押金 PIC 9999.
        05 存档车况备注 PIC X(30).
        05 存档损坏费 PIC 9999.
        05 存档付款方式 PIC X(4).
        05 存档状态 PIC 9.
        05 存档税额 PIC 9999.
        05 存档分店 PIC 9(2).
        05 存档附加服务费 PIC 9999.
        05 存档账单顾客号 PIC 9(6).
        05 存档租车保险 PIC 9.
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
       FD 加油记录.
       01 加油记录行.
        05 加油编号 PIC 9(6).
        05 加油车牌照 PIC X(6).
        05 加油日期 PIC 9(8).
        05 加油升数 PIC 9(3).
        05 加油金额 PIC 9(5).
        05 加油分店 PIC 9(2).
        05 加油操作员 PIC X(6).
       FD 零用金档.
       01 零用金记录.
        05 零用编号 PIC 9(6).
        05 零用类别 PIC X(8).
        05 零用金额 PIC 9(5).
        05 零用分店 PIC 9(2).
        05 零用操作员 PIC X(6).
        05 零用日期 PIC 9(8).
        05 零用摘要 PIC X(20).
       FD 租入协议.
       01 租入协议记录.
        05 租入车牌照 PIC X(6).
        05 租入供应商 PIC X(10).
        05 租入日成本 PIC 9(4).
        05 协议起日 PIC 9(8).
        05 协议止日 PIC 9(8).
        05 租入状态 PIC 9.
         88 租入生效 VALUE 1.
         88 租入已退还 VALUE 0.
       FD 渠道.
       01 渠道记录.
        05 渠道代码 PIC X(4).
        05 渠道名称 PIC X(10).
        05 渠道佣金百分比 PIC 9(2).
        05 渠道联系 PIC X(12).
        05 渠道状态 PIC 9.
         88 渠道启用 VALUE 1.
         88 渠道停用 VALUE 0.
       FD 渠道单.
       01 渠道单记录.
        05 渠道确认号 PIC 9(6).
        05 单渠道代码 PIC X(4).
        05 渠道登记日期 PIC 9(8).
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
         88 主档可用 VALUE 1.
         88 主档已预定 VALUE 2.
         88 主档已租出 VALUE 3.
         88 主档停用 VALUE 4.
         88 主档在途 VALUE 5.
         88 主档待整备 VALUE 6.
        05 主档分店 PIC 9(2).
        05 主档保养里程 PIC 9(6).
        05 主档购置日期 PIC 9(8).
        05 主档购置成本 PIC 9(7).
       FD 分店.
       01 分店记录.
        05 分店代码 PIC 9(2).
        05 分店名称 PIC X(10).
        05 分店地址 PIC X(30).
        05 分店电话 PIC 9(11).
        05 营业时间 PIC X(11).
        05 店长姓名 PIC X(10).
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).
       FD 损益表.
       01 损益表行 PIC X(100).

       WORKING-STORAGE SECTION.
       77 报表年月 PIC 9(6).
       77 报表年 PIC 9(4).
       77 报表月 PIC 9(2).
       77 月起日期 PIC 9(8).
       77 月止日期 PIC 9(8).
       77 下月首日 PIC 9(8).
       77 折旧年限输入 PIC 9(2).
       77 折旧总月数 PIC 9(4).
       77 报表月序 PIC 9(6).
       77 购置月序 PIC 9(6).
       77 购置年 PIC 9(4).
       77 购置月 PIC 9(2).
       77 本月折旧 PIC 9(7).
       77 日期暂存 PIC 9(8).
       77 金额暂存 PIC 9(7).
       77 税额暂存 PIC 9(4).
       77 押金暂存 PIC 9(4).
       77 积分暂存 PIC 9(5).
       77 收入有符 PIC S9(8).
       77 确认号暂存 PIC 9(6).
       77 查找车牌 PIC X(6).
       77 车辆分店暂存 PIC 9(2).
       77 费用分店 PIC 9(2).
       77 租入起算 PIC 9(8).
       77 租入止算 PIC 9(8).
       77 租入天数 PIC S9(8).
       77 本单佣金 PIC 9(7).
       77 分店下标 PIC 9(3).
       77 渠道下标 PIC 9(2).
       77 渠道总数 PIC 9(2).
       77 成本合计 PIC 9(9).
       77 贡献有符 PIC S9(9).
       77 分成显示 PIC -(8)9.
       77 贡献显示 PIC -(9)9.
       01 渠道表.
        05 渠道项 OCCURS 20 TIMES.
         10 表渠道代码 PIC X(4).
         10 表佣金比例 PIC 9(2).
       01 损益表格.
        05 分店损益 OCCURS 99 TIMES.
         10 损益分店名 PIC X(10).
         10 损益租金收入 PIC 9(9).
         10 损益店间分成 PIC S9(8).
         10 损益维修 PIC 9(8).
         10 损益燃油 PIC 9(8).
         10 损益零用金 PIC 9(8).
         10 损益租入 PIC 9(8).
         10 损益佣金 PIC 9(8).
         10 损益折旧 PIC 9(8).
       01 公司合计.
        05 合计租金收入 PIC 9(10).
        05 合计维修 PIC 9(9).
        05 合计燃油 PIC 9(9).
        05 合计零用金 PIC 9(9).
        05 合计租入 PIC 9(9).
        05 合计佣金 PIC 9(9).
        05 合计折旧 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 分店损益表 ========".
       DISPLAY SPACE.
       DISPLAY "请输入报表年月(YYYYMM):" NO ADVANCING.
       ACCEPT 报表年月.
       DISPLAY "请输入直线折旧年限(0用默认5年):"
           NO ADVANCING.
       ACCEPT 折旧年限输入.
       IF 折旧年限输入 = 0
       THEN MOVE 5 TO 折旧年限输入
       END-IF.
       COMPUTE 折旧总月数 = 折旧年限输入 * 12.
       COMPUTE 报表年 = 报表年月 / 100.
       COMPUTE 报表月 = 报表年月 - 报表年 * 100.
       COMPUTE 报表月序 = 报表年 * 12 + 报表月.
       COMPUTE 月起日期 = 报表年月 * 100 + 1.
       COMPUTE 月止日期 = 报表年月 * 100 + 31.
       IF 报表月 = 12
       THEN COMPUTE 下月首日 = (报表年 + 1) * 10000 + 101
       ELSE COMPUTE 下月首日 = 报表年月 * 100 + 101
       END-IF.
       MOVE ZERO TO 损益表格.
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       MOVE SPACE TO 损益分店名(分店下标)
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM.
       MOVE ZERO TO 公司合计.
       PERFORM 载入分店名.
       PERFORM 载入渠道表.
       PERFORM 归集账单收入.
       PERFORM 归集存档收入.
       PERFORM 归集店间分成.
       OPEN INPUT 车辆主档.
       PERFORM 归集维修费用.
       PERFORM 归集租入成本.
       CLOSE 车辆主档.
       PERFORM 归集燃油费用.
       PERFORM 归集零用金.
       PERFORM 归集车辆折旧.
       PERFORM 输出损益表.
       DISPLAY SPACE.
       DISPLAY "...分店损益表已生成".
       STOP " ".
       EXIT PROGRAM.

       载入分店名.
       OPEN INPUT 分店.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 分店 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 分店代码 > 0
       THEN MOVE 分店名称 TO 损益分店名(分店代码)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分店.

       载入渠道表.
       MOVE 0 TO 渠道总数.
       OPEN INPUT 渠道.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 渠道 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 渠道总数 < 20
       THEN COMPUTE 渠道总数 = 渠道总数 + 1
            MOVE 渠道代码 TO 表渠道代码(渠道总数)
            MOVE 渠道佣金百分比 TO 表佣金比例(渠道总数)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 渠道.

       归集账单收入.
       OPEN INPUT 账单.
       OPEN INPUT 渠道单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 账单归还止 TO 日期暂存
       MOVE 账单分店 TO 费用分店
       IF 账单有效 AND 费用分店 > 0
          AND 日期暂存 >= 月起日期
          AND 日期暂存 <= 月止日期
       THEN PERFORM 计入单张账单 THRU 计入单张账单-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 渠道单.
       CLOSE 账单.

       计入单张账单.
       MOVE 总金额 TO 金额暂存.
       MOVE 账单税额 TO 税额暂存.
       MOVE 已收押金 TO 押金暂存.
       MOVE 积分抵扣 TO 积分暂存.
       COMPUTE 收入有符 = 金额暂存 + 押金暂存 + 积分暂存
           - 税额暂存.
       IF 收入有符 < 0
       THEN MOVE 0 TO 收入有符
       END-IF.
       ADD 收入有符 TO 损益租金收入(费用分店).
       MOVE 账单确认号 TO 确认号暂存.
       IF 确认号暂存 = 0 OR 渠道总数 = 0
       THEN GO TO 计入单张账单-EXIT
       END-IF.
       MOVE 确认号暂存 TO 渠道确认号.
       READ 渠道单 KEY IS 渠道确认号
       INVALID KEY GO TO 计入单张账单-EXIT
       END-READ.
       MOVE 1 TO 渠道下标.
       PERFORM UNTIL 渠道下标 > 渠道总数
       IF 表渠道代码(渠道下标) = 单渠道代码
       THEN COMPUTE 本单佣金 = 金额暂存
                * 表佣金比例(渠道下标) / 100
            ADD 本单佣金 TO 损益佣金(费用分店)
            MOVE 渠道总数 TO 渠道下标
       END-IF
       COMPUTE 渠道下标 = 渠道下标 + 1
       END-PERFORM.
       计入单张账单-EXIT.
       EXIT.

       归集存档收入.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单存档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 存档状态 = 1 AND 存档分店 > 0
          AND 存档归还止 >= 月起日期
          AND 存档归还止 <= 月止日期
       THEN COMPUTE 收入有符 = 存档总金额 + 存档已收押金
                - 存档税额
            IF 收入有符 > 0
            THEN ADD 收入有符 TO 损益租金收入(存档分店)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单存档.

       归集店间分成.
       OPEN INPUT 分店结算.
       SET 没完了 TO TRUE.
       MOVE 报表年月 TO 结算年月.
       START 分店结算 KEY IS = 结算年月
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 分店结算 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 结算年月 NOT = 报表年月
       THEN SET 完了 TO TRUE
       ELSE IF 结算取车分店 > 0
            THEN ADD 结算转出额
                   TO 损益店间分成(结算取车分店)
            END-IF
            IF 结算还车分店 > 0
            THEN SUBTRACT 结算转出额
                   FROM 损益店间分成(结算还车分店)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分店结算.

       查找车辆分店.
       MOVE 0 TO 车辆分店暂存.
       MOVE 查找车牌 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 主档分店 TO 车辆分店暂存
       END-READ.

       归集维修费用.
       OPEN INPUT 维修.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 维修 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 维修登记日期 >= 月起日期
          AND 维修登记日期 <= 月止日期
          AND 维修费用 > 0
       THEN MOVE 维修车牌照 TO 查找车牌
            PERFORM 查找车辆分店
            IF 车辆分店暂存 > 0
            THEN ADD 维修费用 TO 损益维修(车辆分店暂存)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 维修.

       归集租入成本.
       OPEN INPUT 租入协议.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 租入协议 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 协议起日 < 下月首日
          AND (租入生效 OR 协议止日 > 月起日期)
       THEN PERFORM 计入租入协议 THRU 计入租入协议-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 租入协议.

       计入租入协议.
       IF 协议起日 > 月起日期
       THEN MOVE 协议起日 TO 租入起算
       ELSE MOVE 月起日期 TO 租入起算
       END-IF.
       MOVE 下月首日 TO 租入止算.
       IF 租入已退还 AND 协议止日 < 下月首日
       THEN MOVE 协议止日 TO 租入止算
       END-IF.
       CALL "日期工具" USING 租入起算 租入止算 租入天数.
       IF 租入天数 <= 0
       THEN GO TO 计入租入协议-EXIT
       END-IF.
       MOVE 租入车牌照 TO 查找车牌.
       PERFORM 查找车辆分店.
       IF 车辆分店暂存 > 0
       THEN COMPUTE 金额暂存 = 租入天数 * 租入日成本
            ADD 金额暂存 TO 损益租入(车辆分店暂存)
       END-IF.
       计入租入协议-EXIT.
       EXIT.

       归集燃油费用.
       OPEN INPUT 加油记录.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 加油记录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 加油日期 >= 月起日期
          AND 加油日期 <= 月止日期
          AND 加油分店 > 0
       THEN ADD 加油金额 TO 损益燃油(加油分店)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 加油记录.

       归集零用金.
       OPEN INPUT 零用金档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 零用金档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 零用日期 >= 月起日期
          AND 零用日期 <= 月止日期
          AND 零用分店 > 0
       THEN ADD 零用金额 TO 损益零用金(零用分店)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 零用金档.

       归集车辆折旧.
       OPEN INPUT 车辆主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 主档购置成本 > 0 AND 主档购置日期 > 0
          AND 主档分店 > 0
       THEN PERFORM 计提单车折旧 THRU 计提单车折旧-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       计提单车折旧.
       COMPUTE 购置年 = 主档购置日期 / 10000.
       COMPUTE 购置月 = 主档购置日期 / 100 - 购置年 * 100.
       COMPUTE 购置月序 = 购置年 * 12 + 购置月.
       IF 购置月序 > 报表月序
          OR 报表月序 - 购置月序
             >= 折旧总月数
       THEN GO TO 计提单车折旧-EXIT
       END-IF.
       COMPUTE 本月折旧 ROUNDED =
           主档购置成本 / 折旧总月数.
       ADD 本月折旧 TO 损益折旧(主档分店).
       计提单车折旧-EXIT.
       EXIT.

       输出损益表.
       OPEN OUTPUT 损益表.
       MOVE SPACE TO 损益表行.
       STRING "----分店损益表 " DELIMITED BY SIZE
              报表年月 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  (折旧按直线法" DELIMITED BY SIZE
              折旧年限输入 DELIMITED BY SIZE
              "年,收入不含税)" DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE 1 TO 分店下标.
       PERFORM UNTIL 分店下标 > 99
       IF 损益分店名(分店下标) NOT = SPACE
          OR 损益租金收入(分店下标) > 0
          OR 损益店间分成(分店下标) NOT = 0
          OR 损益维修(分店下标) > 0
          OR 损益燃油(分店下标) > 0
          OR 损益零用金(分店下标) > 0
          OR 损益租入(分店下标) > 0
          OR 损益折旧(分店下标) > 0
       THEN PERFORM 写分店损益
       END-IF
       COMPUTE 分店下标 = 分店下标 + 1
       END-PERFORM.
       PERFORM 写公司合计.
       CLOSE 损益表.
       DISPLAY "损益表已写入分店损益表.txt".
       MOVE "分店损益" TO 归档报表名暂存.
       MOVE "分店损益表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 报表年月 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       写分店损益.
       COMPUTE 成本合计 = 损益维修(分店下标)
           + 损益燃油(分店下标) + 损益零用金(分店下标)
           + 损益租入(分店下标) + 损益佣金(分店下标)
           + 损益折旧(分店下标).
       COMPUTE 贡献有符 = 损益租金收入(分店下标)
           + 损益店间分成(分店下标) - 成本合计.
       ADD 损益租金收入(分店下标) TO 合计租金收入.
       ADD 损益维修(分店下标) TO 合计维修.
       ADD 损益燃油(分店下标) TO 合计燃油.
       ADD 损益零用金(分店下标) TO 合计零用金.
       ADD 损益租入(分店下标) TO 合计租入.
       ADD 损益佣金(分店下标) TO 合计佣金.
       ADD 损益折旧(分店下标) TO 合计折旧.
       MOVE 损益店间分成(分店下标) TO 分成显示.
       MOVE 贡献有符 TO 贡献显示.
       MOVE SPACE TO 损益表行.
       WRITE 损益表行.
       STRING "分店:" DELIMITED BY SIZE
              分店下标 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              损益分店名(分店下标) DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  租金收入:" DELIMITED BY SIZE
              损益租金收入(分店下标) DELIMITED BY SIZE
              " 店间分成:" DELIMITED BY SIZE
              分成显示 DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  维修:" DELIMITED BY SIZE
              损益维修(分店下标) DELIMITED BY SIZE
              " 燃油:" DELIMITED BY SIZE
              损益燃油(分店下标) DELIMITED BY SIZE
              " 零用金:" DELIMITED BY SIZE
              损益零用金(分店下标) DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  租入:" DELIMITED BY SIZE
              损益租入(分店下标) DELIMITED BY SIZE
              " 渠道佣金:" DELIMITED BY SIZE
              损益佣金(分店下标) DELIMITED BY SIZE
              " 折旧:" DELIMITED BY SIZE
              损益折旧(分店下标) DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  成本合计:" DELIMITED BY SIZE
              成本合计 DELIMITED BY SIZE
              " 贡献毛益:" DELIMITED BY SIZE
              贡献显示 DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.

       写公司合计.
       COMPUTE 成本合计 = 合计维修 + 合计燃油
           + 合计零用金 + 合计租入 + 合计佣金
           + 合计折旧.
       COMPUTE 贡献有符 = 合计租金收入 - 成本合计.
       MOVE 贡献有符 TO 贡献显示.
       MOVE SPACE TO 损益表行.
       WRITE 损益表行.
       MOVE "====公司合计====" TO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  租金收入:" DELIMITED BY SIZE
              合计租金收入 DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  维修:" DELIMITED BY SIZE
              合计维修 DELIMITED BY SIZE
              " 燃油:" DELIMITED BY SIZE
              合计燃油 DELIMITED BY SIZE
              " 零用金:" DELIMITED BY SIZE
              合计零用金 DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  租入:" DELIMITED BY SIZE
              合计租入 DELIMITED BY SIZE
              " 渠道佣金:" DELIMITED BY SIZE
              合计佣金 DELIMITED BY SIZE
              " 折旧:" DELIMITED BY SIZE
              合计折旧 DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
       MOVE SPACE TO 损益表行.
       STRING "  成本合计:" DELIMITED BY SIZE
              成本合计 DELIMITED BY SIZE
              " 贡献毛益:" DELIMITED BY SIZE
              贡献显示 DELIMITED BY SIZE
         INTO 损益表行.
       WRITE 损益表行.
       DISPLAY 损益表行.
