       IDENTIFICATION DIVISION.
       PROGRAM-ID.车队更新.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 类别主档 ASSIGN TO "类别主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 类别代码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT 维修 ASSIGN TO "维修.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 维修编号.

        SELECT OPTIONAL 事故 ASSIGN TO "事故.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 事故编号.

        SELECT OPTIONAL 更新参数 ASSIGN TO "更新参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 更新参数编号.

        SELECT 更新报表单 ASSIGN TO "车队更新计划.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 购置清单 ASSIGN TO "购置预算.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
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
       FD 类别主档.
       01 类别主档记录.
        05 类别代码 PIC 9(2).
        05 类别名称 PIC X(8).
        05 类别默认日租金 PIC 9(3).
        05 类别里程允许额 PIC 9(6).
        05 类别状态 PIC 9.
         88 类别启用 VALUE 1.
         88 类别停用 VALUE 0.
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
       FD 事故.
       01 事故记录.
        05 事故编号 PIC 9(6).
        05 事故车牌照 PIC X(6).
        05 事故账单号 PIC 9(6).
        05 事故描述1 PIC X(30).
        05 事故描述2 PIC X(30).
        05 事故描述3 PIC X(30).
        05 估计修理费 PIC 9(6).
        05 实际修理费 PIC 9(6).
        05 事故投保 PIC 9.
         88 事故有保险 VALUE 1.
         88 事故无保险 VALUE 0.
        05 理赔状态 PIC 9.
         88 理赔未申报 VALUE 0.
         88 理赔已申报 VALUE 1.
         88 理赔已赔付 VALUE 2.
         88 理赔已结案 VALUE 3.
        05 追回金额 PIC 9(6).
        05 事故开立日期 PIC 9(8).
        05 事故结案日期 PIC 9(8).
       FD 更新参数.
       01 更新参数记录.
        05 更新参数编号 PIC 9(2).
        05 更新车龄阈值 PIC 9(2).
        05 更新里程阈值 PIC 9(6).
        05 更新维修阈值 PIC 9(6).
        05 更新维修增幅 PIC 9(3).
        05 更新贡献下限 PIC 9(7).
        05 更新事故阈值 PIC 9(2).
        05 更新观察分数 PIC 9(2).
        05 更新替换分数 PIC 9(2).
        05 更新设置操作员 PIC X(6).
        05 更新设置日期 PIC 9(8).
       FD 更新报表单.
       01 更新报表行 PIC X(120).
       FD 购置清单.
       01 购置清单行 PIC X(60).
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
       77 选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 一年前 PIC 9(8).
       77 半年前 PIC 9(8).
       77 半年前年 PIC 9(4).
       77 半年前月 PIC 9(2).
       77 半年前日 PIC 9(2).
       77 车龄天数 PIC S9(8).
       77 账单车牌暂存 PIC X(7).
       77 账单日期暂存 PIC 9(8).
       77 账单金额暂存 PIC 9(7).
       77 查找车牌 PIC X(6).
       77 车辆数 PIC 9(3).
       77 车下标 PIC 9(3).
       77 找到下标 PIC 9(3).
       77 最佳号 PIC 9(3).
       77 名次 PIC 9(3).
       77 组合数 PIC 9(3).
       77 组合下标 PIC 9(3).
       77 增幅基数 PIC 9(9).
       77 保留台数 PIC 9(3).
       77 观察台数 PIC 9(3).
       77 替换台数 PIC 9(3).
       77 替换预算合计 PIC 9(9).
       77 净贡献显示 PIC -(8)9.
       77 车辆表满提示 PIC 9 VALUE 0.
       01 车辆表.
        05 车辆项 OCCURS 500 TIMES.
         10 表车牌 PIC X(6).
         10 表类别 PIC 9(2).
         10 表类别名 PIC X(8).
         10 表分店 PIC 9(2).
         10 表车龄 PIC 9(2).
         10 表公里数 PIC 9(6).
         10 表购置成本 PIC 9(7).
         10 表收入 PIC 9(8).
         10 表近半年维修 PIC 9(7).
         10 表前半年维修 PIC 9(7).
         10 表净贡献 PIC S9(8).
         10 表未结事故 PIC 9(3).
         10 表得分 PIC 9(2).
         10 表建议 PIC X(4).
         10 表已列出 PIC 9.
       01 组合表.
        05 组合项 OCCURS 100 TIMES.
         10 组合类别 PIC 9(2).
         10 组合类别名 PIC X(8).
         10 组合分店 PIC 9(2).
         10 组合台数 PIC 9(3).
         10 组合预算 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
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
       DISPLAY "======== 车队更新计划 ========".
       DISPLAY SPACE.
       DISPLAY "1、生成车队更新计划".
       DISPLAY SPACE.
       DISPLAY "2、设置评分阈值".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 生成更新计划 THRU 生成更新计划-EXIT
       WHEN 2 PERFORM 设置评分阈值
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...车队更新计划已结束".
       STOP " ".
       EXIT PROGRAM.

       生成更新计划.
       PERFORM 载入更新参数.
       COMPUTE 一年前 = 今日日期 - 10000.
       COMPUTE 半年前年 = 今日日期 / 10000.
       MOVE 今日日期(5:2) TO 半年前月.
       MOVE 今日日期(7:2) TO 半年前日.
       IF 半年前月 > 6
       THEN COMPUTE 半年前月 = 半年前月 - 6
       ELSE COMPUTE 半年前月 = 半年前月 + 6
            COMPUTE 半年前年 = 半年前年 - 1
       END-IF.
       COMPUTE 半年前 = 半年前年 * 10000 + 半年前月 * 100
           + 半年前日.
       MOVE 0 TO 车辆数 组合数.
       PERFORM 载入车辆主档.
       IF 车辆数 = 0
       THEN DISPLAY "车辆主档中没有车辆,"
                "请先执行车队同步."
            GO TO 生成更新计划-EXIT
       END-IF.
       PERFORM 累计账单收入.
       PERFORM 累计维修费用.
       PERFORM 累计未结事故.
       MOVE 0 TO 保留台数 观察台数 替换台数.
       MOVE 0 TO 替换预算合计.
       MOVE 1 TO 车下标.
       PERFORM UNTIL 车下标 > 车辆数
       PERFORM 单车评分
       COMPUTE 车下标 = 车下标 + 1
       END-PERFORM.
       OPEN OUTPUT 更新报表单.
       MOVE SPACE TO 更新报表行.
       STRING "----车队更新计划----评估日期:"
                  DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              " 统计区间:" DELIMITED BY SIZE
              一年前 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.
       MOVE SPACE TO 更新报表行.
       STRING "阈值 车龄:" DELIMITED BY SIZE
              更新车龄阈值 DELIMITED BY SIZE
              " 里程:" DELIMITED BY SIZE
              更新里程阈值 DELIMITED BY SIZE
              " 年维修费:" DELIMITED BY SIZE
              更新维修阈值 DELIMITED BY SIZE
              " 维修增幅%:" DELIMITED BY SIZE
              更新维修增幅 DELIMITED BY SIZE
              " 贡献下限:" DELIMITED BY SIZE
              更新贡献下限 DELIMITED BY SIZE
              " 未结事故:" DELIMITED BY SIZE
              更新事故阈值 DELIMITED BY SIZE
         INTO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.
       MOVE SPACE TO 更新报表行.
       STRING "名次 车牌 类别 分店 车龄 里程 年收入 "
                  DELIMITED BY SIZE
              "近半年维修 前半年维修 净贡献 未结事故 "
                  DELIMITED BY SIZE
              "得分 建议" DELIMITED BY SIZE
         INTO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.
       MOVE 1 TO 名次.
       PERFORM UNTIL 名次 > 车辆数
       PERFORM 选出最高得分
       PERFORM 写排名行
       COMPUTE 名次 = 名次 + 1
       END-PERFORM.
       MOVE SPACE TO 更新报表行.
       STRING "保留:" DELIMITED BY SIZE
              保留台数 DELIMITED BY SIZE
              " 观察:" DELIMITED BY SIZE
              观察台数 DELIMITED BY SIZE
              " 替换:" DELIMITED BY SIZE
              替换台数 DELIMITED BY SIZE
         INTO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.
       PERFORM 写替换清单.
       CLOSE 更新报表单.
       DISPLAY "报表已写入车队更新计划.txt,"
           "购置预算清单已写入购置预算.csv".
       IF 车辆表满提示 = 1
       THEN DISPLAY "注意:车辆超过500台,"
                "超出部分未纳入评估."
       END-IF.
       MOVE "车队更新" TO 归档报表名暂存.
       MOVE "车队更新计划.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.
       生成更新计划-EXIT.
       EXIT.

       载入更新参数.
       OPEN INPUT 更新参数.
       MOVE 1 TO 更新参数编号.
       READ 更新参数 KEY IS 更新参数编号
       INVALID KEY MOVE 5 TO 更新车龄阈值
                   MOVE 150000 TO 更新里程阈值
                   MOVE 20000 TO 更新维修阈值
                   MOVE 50 TO 更新维修增幅
                   MOVE 10000 TO 更新贡献下限
                   MOVE 1 TO 更新事故阈值
                   MOVE 2 TO 更新观察分数
                   MOVE 4 TO 更新替换分数
       END-READ.
       CLOSE 更新参数.

       载入车辆主档.
       OPEN INPUT 车辆主档.
       OPEN INPUT 类别主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 主档停用
       THEN PERFORM 登记车辆项 THRU 登记车辆项-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 类别主档.
       CLOSE 车辆主档.

       登记车辆项.
       IF 车辆数 >= 500
       THEN MOVE 1 TO 车辆表满提示
            GO TO 登记车辆项-EXIT
       END-IF.
       COMPUTE 车辆数 = 车辆数 + 1.
       MOVE 车辆数 TO 车下标.
       MOVE 0 TO 表车龄(车下标) 表收入(车下标).
       MOVE 0 TO 表近半年维修(车下标).
       MOVE 0 TO 表前半年维修(车下标).
       MOVE 0 TO 表净贡献(车下标) 表未结事故(车下标).
       MOVE 0 TO 表得分(车下标) 表已列出(车下标).
       MOVE SPACE TO 表建议(车下标).
       MOVE 主档车牌照 TO 表车牌(车下标).
       MOVE 主档类别代码 TO 表类别(车下标).
       MOVE 主档分店 TO 表分店(车下标).
       MOVE 主档公里数 TO 表公里数(车下标).
       MOVE 主档购置成本 TO 表购置成本(车下标).
       MOVE 主档类别代码 TO 类别代码.
       READ 类别主档 KEY IS 类别代码
       INVALID KEY MOVE "未登记" TO 表类别名(车下标)
       NOT INVALID KEY MOVE 类别名称 TO 表类别名(车下标)
       END-READ.
       IF 主档购置日期 > 0
       THEN CALL "日期工具" USING 主档购置日期 今日日期
                车龄天数
            IF 车龄天数 > 0
            THEN COMPUTE 表车龄(车下标) = 车龄天数 / 365
            END-IF
       END-IF.
       登记车辆项-EXIT.
       EXIT.

       查找车辆项.
       SET 没找到 TO TRUE.
       MOVE 0 TO 找到下标.
       MOVE 1 TO 车下标.
       PERFORM UNTIL 车下标 > 车辆数 OR 找到
       IF 表车牌(车下标) = 查找车牌
       THEN SET 找到 TO TRUE
            MOVE 车下标 TO 找到下标
       END-IF
       COMPUTE 车下标 = 车下标 + 1
       END-PERFORM.

       累计账单收入.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 账单归还止 TO 账单日期暂存
       IF 账单有效 AND 账单日期暂存 > 一年前
          AND 账单日期暂存 <= 今日日期
       THEN MOVE 账单车牌照 TO 账单车牌暂存
            MOVE 账单车牌暂存(2:6) TO 查找车牌
            PERFORM 查找车辆项
            IF 找到
            THEN MOVE 总金额 TO 账单金额暂存
                 ADD 账单金额暂存 TO 表收入(找到下标)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.

       累计维修费用.
       OPEN INPUT 维修.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 维修 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 维修登记日期 > 一年前
          AND 维修登记日期 <= 今日日期
       THEN MOVE 维修车牌照 TO 查找车牌
            PERFORM 查找车辆项
            IF 找到
            THEN IF 维修登记日期 > 半年前
                 THEN ADD 维修费用
                          TO 表近半年维修(找到下标)
                 ELSE ADD 维修费用
                          TO 表前半年维修(找到下标)
                 END-IF
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 维修.

       累计未结事故.
       OPEN INPUT 事故.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 事故 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 理赔已结案
       THEN MOVE 事故车牌照 TO 查找车牌
            PERFORM 查找车辆项
            IF 找到
            THEN ADD 1 TO 表未结事故(找到下标)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 事故.

       单车评分.
       COMPUTE 表净贡献(车下标) = 表收入(车下标)
           - 表近半年维修(车下标)
           - 表前半年维修(车下标).
       MOVE 0 TO 表得分(车下标).
       IF 表车龄(车下标) >= 更新车龄阈值
       THEN ADD 2 TO 表得分(车下标)
       END-IF.
       IF 表公里数(车下标) >= 更新里程阈值
       THEN ADD 2 TO 表得分(车下标)
       END-IF.
       IF 表近半年维修(车下标) + 表前半年维修(车下标)
          >= 更新维修阈值
       THEN ADD 1 TO 表得分(车下标)
       END-IF.
       COMPUTE 增幅基数 = 表前半年维修(车下标)
           * (100 + 更新维修增幅) / 100.
       IF 表近半年维修(车下标) > 0
          AND 表近半年维修(车下标) > 增幅基数
       THEN ADD 1 TO 表得分(车下标)
       END-IF.
       IF 表净贡献(车下标) < 更新贡献下限
       THEN ADD 1 TO 表得分(车下标)
       END-IF.
       IF 更新事故阈值 > 0
          AND 表未结事故(车下标) >= 更新事故阈值
       THEN ADD 1 TO 表得分(车下标)
       END-IF.
       EVALUATE TRUE
       WHEN 表得分(车下标) >= 更新替换分数
            MOVE "替换" TO 表建议(车下标)
            ADD 1 TO 替换台数
            PERFORM 计入替换组合
       WHEN 表得分(车下标) >= 更新观察分数
            MOVE "观察" TO 表建议(车下标)
            ADD 1 TO 观察台数
       WHEN OTHER
            MOVE "保留" TO 表建议(车下标)
            ADD 1 TO 保留台数
       END-EVALUATE.

       计入替换组合.
       SET 没找到 TO TRUE.
       MOVE 1 TO 组合下标.
       PERFORM UNTIL 组合下标 > 组合数 OR 找到
       IF 组合类别(组合下标) = 表类别(车下标)
          AND 组合分店(组合下标) = 表分店(车下标)
       THEN SET 找到 TO TRUE
       ELSE COMPUTE 组合下标 = 组合下标 + 1
       END-IF
       END-PERFORM.
       IF 没找到
       THEN IF 组合数 >= 100
            THEN MOVE 100 TO 组合下标
            ELSE COMPUTE 组合数 = 组合数 + 1
                 MOVE 组合数 TO 组合下标
                 MOVE 表类别(车下标) TO 组合类别(组合下标)
                 MOVE 表类别名(车下标)
                     TO 组合类别名(组合下标)
                 MOVE 表分店(车下标) TO 组合分店(组合下标)
                 MOVE 0 TO 组合台数(组合下标)
                 MOVE 0 TO 组合预算(组合下标)
            END-IF
       END-IF.
       ADD 1 TO 组合台数(组合下标).
       ADD 表购置成本(车下标) TO 组合预算(组合下标).
       ADD 表购置成本(车下标) TO 替换预算合计.

       选出最高得分.
       MOVE 0 TO 最佳号.
       MOVE 1 TO 车下标.
       PERFORM UNTIL 车下标 > 车辆数
       IF 表已列出(车下标) = 0
       THEN IF 最佳号 = 0
            THEN MOVE 车下标 TO 最佳号
            ELSE IF 表得分(车下标) > 表得分(最佳号)
                    OR (表得分(车下标) = 表得分(最佳号)
                    AND 表净贡献(车下标)
                        < 表净贡献(最佳号))
                 THEN MOVE 车下标 TO 最佳号
                 END-IF
            END-IF
       END-IF
       COMPUTE 车下标 = 车下标 + 1
       END-PERFORM.
       MOVE 1 TO 表已列出(最佳号).

       写排名行.
       MOVE 表净贡献(最佳号) TO 净贡献显示.
       MOVE SPACE TO 更新报表行.
       STRING 名次 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表车牌(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表类别名(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表分店(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表车龄(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表公里数(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表收入(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表近半年维修(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表前半年维修(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              净贡献显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表未结事故(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表得分(最佳号) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              表建议(最佳号) DELIMITED BY SIZE
         INTO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.

       写替换清单.
       MOVE "----替换建议(按类别/分店)----" TO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.
       MOVE "类别 分店 替换台数 估计购置额"
           TO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.
       OPEN OUTPUT 购置清单.
       MOVE "类别代码,类别,分店,替换台数,估计购置额"
           TO 购置清单行.
       WRITE 购置清单行.
       MOVE 1 TO 组合下标.
       PERFORM UNTIL 组合下标 > 组合数
       PERFORM 写替换组合行
       COMPUTE 组合下标 = 组合下标 + 1
       END-PERFORM.
       CLOSE 购置清单.
       MOVE SPACE TO 更新报表行.
       STRING "替换合计:" DELIMITED BY SIZE
              替换台数 DELIMITED BY SIZE
              "台 估计购置额合计:" DELIMITED BY SIZE
              替换预算合计 DELIMITED BY SIZE
         INTO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.

       写替换组合行.
       MOVE SPACE TO 更新报表行.
       STRING 组合类别名(组合下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              组合分店(组合下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              组合台数(组合下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              组合预算(组合下标) DELIMITED BY SIZE
         INTO 更新报表行.
       WRITE 更新报表行.
       DISPLAY 更新报表行.
       MOVE SPACE TO 购置清单行.
       STRING 组合类别(组合下标) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              组合类别名(组合下标) DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              组合分店(组合下标) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              组合台数(组合下标) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              组合预算(组合下标) DELIMITED BY SIZE
         INTO 购置清单行.
       WRITE 购置清单行.

       设置评分阈值.
       OPEN I-O 更新参数.
       MOVE 1 TO 更新参数编号.
       READ 更新参数 KEY IS 更新参数编号
       INVALID KEY MOVE 1 TO 更新参数编号
                   MOVE 5 TO 更新车龄阈值
                   MOVE 150000 TO 更新里程阈值
                   MOVE 20000 TO 更新维修阈值
                   MOVE 50 TO 更新维修增幅
                   MOVE 10000 TO 更新贡献下限
                   MOVE 1 TO 更新事故阈值
                   MOVE 2 TO 更新观察分数
                   MOVE 4 TO 更新替换分数
                   MOVE SPACE TO 更新设置操作员
                   MOVE 0 TO 更新设置日期
                   WRITE 更新参数记录
       END-READ.
       DISPLAY "--评分规则:车龄、里程达阈值各计2分;"
           "年维修费、维修增幅、净贡献不足、"
           "未结事故各计1分--".
       DISPLAY "车龄阈值(年),当前" 更新车龄阈值 ":"
           NO ADVANCING.
       ACCEPT 更新车龄阈值.
       DISPLAY "里程阈值(公里),当前" 更新里程阈值 ":"
           NO ADVANCING.
       ACCEPT 更新里程阈值.
       DISPLAY "近12个月维修费阈值,当前"
           更新维修阈值 ":"
           NO ADVANCING.
       ACCEPT 更新维修阈值.
       DISPLAY "近半年维修费较前半年增幅(%),当前"
           更新维修增幅 ":" NO ADVANCING.
       ACCEPT 更新维修增幅.
       DISPLAY "近12个月净贡献下限,当前"
           更新贡献下限 ":"
           NO ADVANCING.
       ACCEPT 更新贡献下限.
       DISPLAY "未结事故件数阈值(0为不计),当前"
           更新事故阈值 ":" NO ADVANCING.
       ACCEPT 更新事故阈值.
       DISPLAY "列为观察的最低得分,当前"
           更新观察分数 ":"
           NO ADVANCING.
       ACCEPT 更新观察分数.
       DISPLAY "列为替换的最低得分,当前"
           更新替换分数 ":"
           NO ADVANCING.
       ACCEPT 更新替换分数.
       IF 更新替换分数 <= 更新观察分数
       THEN DISPLAY "替换分数须高于观察分数,"
                "按观察分数加2保存."
            COMPUTE 更新替换分数 = 更新观察分数 + 2
       END-IF.
       MOVE 当前操作员 TO 更新设置操作员.
       ACCEPT 更新设置日期 FROM DATE YYYYMMDD.
       REWRITE 更新参数记录.
       CLOSE 更新参数.
       MOVE "车辆" TO 审计操作文件.
       MOVE "阈值" TO 审计操作类型.
       MOVE 当前操作员 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "评分阈值已保存.".

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
