       IDENTIFICATION DIVISION.
       PROGRAM-ID.应付管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 应付 ASSIGN TO "应付.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应付编号.

        SELECT OPTIONAL 厂商 ASSIGN TO "厂商.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 厂商代码.

        SELECT 维修 ASSIGN TO "维修.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 维修编号.

        SELECT OPTIONAL 租入协议 ASSIGN TO "租入协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 租入车牌照.

        SELECT OPTIONAL 加油记录 ASSIGN TO "加油记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 加油编号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT 付款清单 ASSIGN TO "付款清单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 账龄单 ASSIGN TO "应付账龄单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD 应付.
       01 应付记录.
        05 应付编号 PIC 9(6).
        05 应付来源 PIC 9.
         88 来源维修 VALUE 1.
         88 来源租入 VALUE 2.
         88 来源燃油 VALUE 3.
         88 来源其他 VALUE 4.
        05 应付厂商代码 PIC X(4).
        05 应付供应商 PIC X(10).
        05 应付发票号 PIC X(12).
        05 应付来源键 PIC X(12).
        05 应付发票日期 PIC 9(8).
        05 应付到期日期 PIC 9(8).
        05 应付金额 PIC 9(7).
        05 应付已付金额 PIC 9(7).
        05 应付余额 PIC 9(7).
        05 应付状态 PIC 9.
         88 应付未付 VALUE 0.
         88 应付已付 VALUE 1.
        05 应付付款日期 PIC 9(8).
        05 应付付款批号 PIC 9(6).
        05 应付分店 PIC 9(2).
        05 应付登记员 PIC X(6).
       FD 厂商.
       01 厂商记录.
        05 厂商代码 PIC X(4).
        05 厂商名称 PIC X(10).
        05 厂商联系 PIC X(12).
        05 工时费率 PIC 9(4).
        05 付款条件 PIC X(8).
        05 厂商状态 PIC 9.
         88 厂商启用 VALUE 1.
         88 厂商停用 VALUE 0.
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
       FD 加油记录.
       01 加油记录行.
        05 加油编号 PIC 9(6).
        05 加油车牌照 PIC X(6).
        05 加油日期 PIC 9(8).
        05 加油升数 PIC 9(3).
        05 加油金额 PIC 9(5).
        05 加油分店 PIC 9(2).
        05 加油操作员 PIC X(6).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 付款清单.
       01 付款清单行 PIC X(100).
       FD 账龄单.
       01 账龄行 PIC X(100).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 选择 PIC 9.
       77 来源选择 PIC 9.
       77 确认输入 PIC X.
       77 今日日期 PIC 9(8).
       77 维修编号输入 PIC 9(6).
       77 车牌照输入 PIC X(6).
       77 厂商代码输入 PIC X(4).
       77 发票号输入 PIC X(12).
       77 发票日期输入 PIC 9(8).
       77 发票金额输入 PIC 9(7).
       77 分店输入 PIC 9(2).
       77 账期起输入 PIC 9(8).
       77 账期止输入 PIC 9(8).
       77 截止日期输入 PIC 9(8).
       77 计算金额 PIC 9(7).
       77 计费天数 PIC 9(4).
       77 日期差结果 PIC S9(8).
       77 付款天数 PIC 9(4).
       77 条件下标 PIC 9(2).
       77 条件数字 PIC 9.
       77 本次厂商代码 PIC X(4).
       77 本次供应商 PIC X(10).
       77 本次付款条件 PIC X(8).
       77 本次来源键 PIC X(12).
       77 最大应付编号 PIC 9(6).
       77 付款批号 PIC 9(6).
       77 批内笔数 PIC 9(4).
       77 批内金额 PIC 9(9).
       77 逾期天数 PIC 9(6).
       77 账龄未到期合计 PIC 9(9).
       77 账龄030合计 PIC 9(9).
       77 账龄3060合计 PIC 9(9).
       77 账龄6090合计 PIC 9(9).
       77 账龄90上合计 PIC 9(9).
       77 未付笔数 PIC 9(4).
       77 金额文本 PIC 9(9).
       77 账龄段文本 PIC X(20).
       77 供应商下标 PIC 9(2).
       77 供应商个数 PIC 9(2).
       01 供应商汇总表.
        05 供应商汇总项 OCCURS 99 TIMES.
         10 汇总供应商 PIC X(10).
         10 汇总未付 PIC 9(9).
         10 汇总逾期 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 厂商是否找到 PIC 9.
        88 厂商已找到 VALUE 1.
        88 厂商未找到 VALUE 0.
       01 是否已开票 PIC 9.
        88 已经开票 VALUE 1.
        88 尚未开票 VALUE 0.
       01 供应商是否找到 PIC 9.
        88 供应商已列 VALUE 1.
        88 供应商未列 VALUE 0.
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
       DISPLAY "======== 应付账款管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记供应商发票".
       DISPLAY SPACE.
       DISPLAY "2、付款批处理".
       DISPLAY SPACE.
       DISPLAY "3、应付账龄报表".
       DISPLAY SPACE.
       DISPLAY "4、未付发票列表".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 登记发票 THRU 登记发票-EXIT
       WHEN 2 PERFORM 付款批处理 THRU 付款批处理-EXIT
       WHEN 3 PERFORM 应付账龄
       WHEN 4 PERFORM 列示未付
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...应付管理已结束".
       STOP " ".
       EXIT PROGRAM.

       登记发票.
       DISPLAY "发票来源:1维修 2租入 3燃油 4其他".
       DISPLAY "请选择发票来源:" NO ADVANCING.
       ACCEPT 来源选择.
       MOVE SPACE TO 本次厂商代码 本次供应商.
       MOVE SPACE TO 本次付款条件 本次来源键.
       MOVE 0 TO 计算金额.
       EVALUATE 来源选择
       WHEN 1 PERFORM 取维修单
       WHEN 2 PERFORM 取租入协议
       WHEN 3 PERFORM 取燃油账期 THRU 取燃油账期-EXIT
       WHEN 4 PERFORM 取指定厂商
       WHEN OTHER DISPLAY "来源选择无效."
                  GO TO 登记发票-EXIT
       END-EVALUATE.
       IF 本次供应商 = SPACE
       THEN DISPLAY "未取得供应商,发票未登记."
            GO TO 登记发票-EXIT
       END-IF.
       IF 本次来源键 NOT = SPACE
       THEN PERFORM 检查重复开票
            IF 已经开票
            THEN DISPLAY "该单据已登记过发票,不能重复."
                 GO TO 登记发票-EXIT
            END-IF
       END-IF.
       DISPLAY "供应商:" NO ADVANCING.
       DISPLAY 本次供应商.
       DISPLAY "系统计算金额:" NO ADVANCING.
       DISPLAY 计算金额.
       DISPLAY "请输入发票金额(0为按计算):" NO ADVANCING.
       ACCEPT 发票金额输入.
       IF 发票金额输入 = 0
       THEN MOVE 计算金额 TO 发票金额输入
       END-IF.
       IF 发票金额输入 = 0
       THEN DISPLAY "发票金额为零,未登记."
            GO TO 登记发票-EXIT
       END-IF.
       DISPLAY "请输入供应商发票号:" NO ADVANCING.
       ACCEPT 发票号输入.
       DISPLAY "请输入发票日期(0为今日):" NO ADVANCING.
       ACCEPT 发票日期输入.
       IF 发票日期输入 = 0
       THEN MOVE 今日日期 TO 发票日期输入
       END-IF.
       DISPLAY "请输入费用归属分店:" NO ADVANCING.
       ACCEPT 分店输入.
       PERFORM 解析付款天数.
       OPEN I-O 应付.
       MOVE "应付" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 最大应付编号.
       MOVE 最大应付编号 TO 应付编号.
       MOVE 来源选择 TO 应付来源.
       MOVE 本次厂商代码 TO 应付厂商代码.
       MOVE 本次供应商 TO 应付供应商.
       MOVE 发票号输入 TO 应付发票号.
       MOVE 本次来源键 TO 应付来源键.
       MOVE 发票日期输入 TO 应付发票日期.
       CALL "日期加减" USING 发票日期输入 付款天数
           应付到期日期.
       MOVE 发票金额输入 TO 应付金额.
       MOVE 0 TO 应付已付金额.
       MOVE 发票金额输入 TO 应付余额.
       SET 应付未付 TO TRUE.
       MOVE 0 TO 应付付款日期 应付付款批号.
       MOVE 分店输入 TO 应付分店.
       MOVE 当前操作员 TO 应付登记员.
       WRITE 应付记录.
       CLOSE 应付.
       MOVE "应付" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 应付编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "发票已登记,应付编号:" NO ADVANCING.
       DISPLAY 应付编号.
       DISPLAY "到期日期:" NO ADVANCING.
       DISPLAY 应付到期日期.
       登记发票-EXIT.
       EXIT.

       取维修单.
       DISPLAY "请输入维修编号:" NO ADVANCING.
       ACCEPT 维修编号输入.
       OPEN INPUT 维修.
       MOVE 维修编号输入 TO 维修编号.
       READ 维修 KEY IS 维修编号
       INVALID KEY DISPLAY "没有该维修记录!"
       NOT INVALID KEY
       MOVE 维修厂商 TO 本次供应商
       MOVE 维修费用 TO 计算金额
       MOVE 维修编号 TO 本次来源键
       END-READ.
       CLOSE 维修.
       IF 本次供应商 NOT = SPACE
       THEN PERFORM 按名称找厂商
       END-IF.

       取租入协议.
       DISPLAY "请输入租入车辆车牌照:" NO ADVANCING.
       ACCEPT 车牌照输入.
       DISPLAY "请输入结算账期起(YYYYMMDD):" NO ADVANCING.
       ACCEPT 账期起输入.
       DISPLAY "请输入结算账期止(YYYYMMDD):" NO ADVANCING.
       ACCEPT 账期止输入.
       OPEN INPUT 租入协议.
       MOVE 车牌照输入 TO 租入车牌照.
       READ 租入协议 KEY IS 租入车牌照
       INVALID KEY DISPLAY "没有该租入协议!"
       NOT INVALID KEY
       MOVE 租入供应商 TO 本次供应商
       CALL "日期工具" USING 账期起输入 账期止输入
           日期差结果
       IF 日期差结果 < 0
       THEN MOVE 0 TO 计费天数
       ELSE COMPUTE 计费天数 = 日期差结果 + 1
       END-IF
       COMPUTE 计算金额 = 租入日成本 * 计费天数
       STRING 车牌照输入 DELIMITED BY SIZE
              账期起输入(3:6) DELIMITED BY SIZE
         INTO 本次来源键
       END-READ.
       CLOSE 租入协议.
       IF 本次供应商 NOT = SPACE
       THEN PERFORM 按名称找厂商
       END-IF.

       取燃油账期.
       PERFORM 取指定厂商.
       IF 本次供应商 = SPACE
       THEN GO TO 取燃油账期-EXIT
       END-IF.
       DISPLAY "请输入结算账期起(YYYYMMDD):" NO ADVANCING.
       ACCEPT 账期起输入.
       DISPLAY "请输入结算账期止(YYYYMMDD):" NO ADVANCING.
       ACCEPT 账期止输入.
       OPEN INPUT 加油记录.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 加油记录 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 加油日期 >= 账期起输入
          AND 加油日期 <= 账期止输入
       THEN ADD 加油金额 TO 计算金额
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 加油记录.
       STRING 本次厂商代码 DELIMITED BY SIZE
              账期起输入 DELIMITED BY SIZE
         INTO 本次来源键.
       取燃油账期-EXIT.
       EXIT.

       取指定厂商.
       DISPLAY "请输入厂商代码:" NO ADVANCING.
       ACCEPT 厂商代码输入.
       OPEN INPUT 厂商.
       MOVE 厂商代码输入 TO 厂商代码.
       READ 厂商 KEY IS 厂商代码
       INVALID KEY DISPLAY "没有该厂商!"
       NOT INVALID KEY
       MOVE 厂商代码 TO 本次厂商代码
       MOVE 厂商名称 TO 本次供应商
       MOVE 付款条件 TO 本次付款条件
       END-READ.
       CLOSE 厂商.

       按名称找厂商.
       SET 厂商未找到 TO TRUE.
       OPEN INPUT 厂商.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 厂商 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 厂商名称 = 本次供应商
       THEN SET 厂商已找到 TO TRUE
            MOVE 厂商代码 TO 本次厂商代码
            MOVE 付款条件 TO 本次付款条件
            SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 厂商.
       IF 厂商未找到
       THEN DISPLAY "供应商未在厂商档登记,按30天处理."
       END-IF.

       解析付款天数.
       MOVE 0 TO 付款天数.
       MOVE 1 TO 条件下标.
       PERFORM UNTIL 条件下标 > 8
       IF 本次付款条件(条件下标:1) IS NUMERIC
       THEN MOVE 本次付款条件(条件下标:1) TO 条件数字
            COMPUTE 付款天数 = 付款天数 * 10 + 条件数字
       END-IF
       COMPUTE 条件下标 = 条件下标 + 1
       END-PERFORM.
       IF 付款天数 = 0
       THEN MOVE 30 TO 付款天数
       END-IF.

       检查重复开票.
       SET 尚未开票 TO TRUE.
       OPEN INPUT 应付.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应付 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应付来源 = 来源选择
          AND 应付来源键 = 本次来源键
       THEN SET 已经开票 TO TRUE
            SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应付.

       付款批处理.
       DISPLAY "请输入付款截止到期日(YYYYMMDD,0为今日):"
           NO ADVANCING.
       ACCEPT 截止日期输入.
       IF 截止日期输入 = 0
       THEN MOVE 今日日期 TO 截止日期输入
       END-IF.
       DISPLAY "请输入厂商代码(全部请回车):" NO ADVANCING.
       ACCEPT 厂商代码输入.
       MOVE 0 TO 批内笔数 批内金额.
       DISPLAY "----本批应付款----".
       OPEN INPUT 应付.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应付 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应付未付 AND 应付到期日期 <= 截止日期输入
          AND (厂商代码输入 = SPACE
               OR 应付厂商代码 = 厂商代码输入)
       THEN DISPLAY 应付记录
            COMPUTE 批内笔数 = 批内笔数 + 1
            ADD 应付余额 TO 批内金额
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应付.
       IF 批内笔数 = 0
       THEN DISPLAY "没有到期的应付款."
            GO TO 付款批处理-EXIT
       END-IF.
       DISPLAY "本批笔数:" NO ADVANCING.
       DISPLAY 批内笔数.
       DISPLAY "本批金额:" NO ADVANCING.
       DISPLAY 批内金额.
       DISPLAY "确认付款请输入Y:" NO ADVANCING.
       ACCEPT 确认输入.
       IF 确认输入 NOT = "Y" AND 确认输入 NOT = "y"
       THEN DISPLAY "付款批已取消."
            GO TO 付款批处理-EXIT
       END-IF.
       MOVE "付款" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 付款批号.
       OPEN OUTPUT 付款清单.
       MOVE SPACE TO 付款清单行.
       STRING "----付款批清单 批号:" DELIMITED BY SIZE
              付款批号 DELIMITED BY SIZE
              " 付款日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 付款清单行.
       WRITE 付款清单行.
       OPEN I-O 应付.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应付 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应付未付 AND 应付到期日期 <= 截止日期输入
          AND (厂商代码输入 = SPACE
               OR 应付厂商代码 = 厂商代码输入)
       THEN PERFORM 过账付款
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应付.
       MOVE 批内金额 TO 金额文本.
       MOVE SPACE TO 付款清单行.
       STRING "合计笔数:" DELIMITED BY SIZE
              批内笔数 DELIMITED BY SIZE
              " 合计金额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 付款清单行.
       WRITE 付款清单行.
       CLOSE 付款清单.
       DISPLAY "付款批已过账,清单见付款清单.txt".
       MOVE "付款清单" TO 归档报表名暂存.
       MOVE "付款清单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 付款批号 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.
       付款批处理-EXIT.
       EXIT.

       过账付款.
       ADD 应付余额 TO 应付已付金额.
       MOVE 应付余额 TO 金额文本.
       MOVE 0 TO 应付余额.
       SET 应付已付 TO TRUE.
       MOVE 今日日期 TO 应付付款日期.
       MOVE 付款批号 TO 应付付款批号.
       REWRITE 应付记录.
       MOVE SPACE TO 付款清单行.
       STRING "应付编号:" DELIMITED BY SIZE
              应付编号 DELIMITED BY SIZE
              " 供应商:" DELIMITED BY SIZE
              应付供应商 DELIMITED BY SIZE
              " 发票号:" DELIMITED BY SIZE
              应付发票号 DELIMITED BY SIZE
              " 付款:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 付款清单行.
       WRITE 付款清单行.
       MOVE "应付" TO 审计操作文件.
       MOVE "付款" TO 审计操作类型.
       MOVE 应付编号 TO 审计操作键.
       PERFORM 写审计记录.

       应付账龄.
       MOVE 0 TO 账龄未到期合计 账龄030合计 账龄3060合计.
       MOVE 0 TO 账龄6090合计 账龄90上合计.
       MOVE 0 TO 供应商个数.
       OPEN OUTPUT 账龄单.
       MOVE "----应付账款账龄分析----" TO 账龄行.
       WRITE 账龄行.
       DISPLAY "----应付账款账龄分析----".
       MOVE SPACE TO 账龄行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 账龄行.
       WRITE 账龄行.
       OPEN INPUT 应付.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应付 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应付未付
       THEN PERFORM 归集应付账龄
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应付.
       MOVE "--按供应商汇总(未付/其中逾期)--" TO 账龄行.
       WRITE 账龄行.
       DISPLAY 账龄行.
       MOVE 1 TO 供应商下标.
       PERFORM UNTIL 供应商下标 > 供应商个数
       MOVE SPACE TO 账龄行
       STRING 汇总供应商(供应商下标) DELIMITED BY SIZE
              " 未付:" DELIMITED BY SIZE
              汇总未付(供应商下标) DELIMITED BY SIZE
              " 逾期:" DELIMITED BY SIZE
              汇总逾期(供应商下标) DELIMITED BY SIZE
         INTO 账龄行
       WRITE 账龄行
       DISPLAY 账龄行
       COMPUTE 供应商下标 = 供应商下标 + 1
       END-PERFORM.
       MOVE "未到期" TO 账龄段文本.
       MOVE 账龄未到期合计 TO 金额文本.
       PERFORM 写账龄合计行.
       MOVE "逾期1-30天" TO 账龄段文本.
       MOVE 账龄030合计 TO 金额文本.
       PERFORM 写账龄合计行.
       MOVE "逾期31-60天" TO 账龄段文本.
       MOVE 账龄3060合计 TO 金额文本.
       PERFORM 写账龄合计行.
       MOVE "逾期61-90天" TO 账龄段文本.
       MOVE 账龄6090合计 TO 金额文本.
       PERFORM 写账龄合计行.
       MOVE "逾期90天以上" TO 账龄段文本.
       MOVE 账龄90上合计 TO 金额文本.
       PERFORM 写账龄合计行.
       CLOSE 账龄单.
       DISPLAY "账龄报表已写入应付账龄单.txt".
       MOVE "应付账龄" TO 归档报表名暂存.
       MOVE "应付账龄单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.

       归集应付账龄.
       CALL "日期工具" USING 应付到期日期 今日日期
           日期差结果.
       IF 日期差结果 < 0
       THEN MOVE 0 TO 逾期天数
       ELSE MOVE 日期差结果 TO 逾期天数
       END-IF.
       EVALUATE TRUE
       WHEN 逾期天数 = 0 ADD 应付余额 TO 账龄未到期合计
                         MOVE "未到期" TO 账龄段文本
       WHEN 逾期天数 <= 30 ADD 应付余额 TO 账龄030合计
                          MOVE "逾期1-30" TO 账龄段文本
       WHEN 逾期天数 <= 60 ADD 应付余额 TO 账龄3060合计
                          MOVE "逾期31-60" TO 账龄段文本
       WHEN 逾期天数 <= 90 ADD 应付余额 TO 账龄6090合计
                          MOVE "逾期61-90" TO 账龄段文本
       WHEN OTHER ADD 应付余额 TO 账龄90上合计
                  MOVE "逾期90以上" TO 账龄段文本
       END-EVALUATE.
       MOVE 应付余额 TO 金额文本.
       MOVE SPACE TO 账龄行.
       STRING "应付编号:" DELIMITED BY SIZE
              应付编号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              应付供应商 DELIMITED BY SIZE
              " 到期:" DELIMITED BY SIZE
              应付到期日期 DELIMITED BY SIZE
              " 余额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              账龄段文本 DELIMITED BY SIZE
         INTO 账龄行.
       WRITE 账龄行.
       DISPLAY 账龄行.
       PERFORM 累计供应商汇总 THRU 累计供应商汇总-EXIT.

       累计供应商汇总.
       SET 供应商未列 TO TRUE.
       MOVE 1 TO 供应商下标.
       PERFORM UNTIL 供应商下标 > 供应商个数
          OR 供应商已列
       IF 汇总供应商(供应商下标) = 应付供应商
       THEN SET 供应商已列 TO TRUE
       ELSE COMPUTE 供应商下标 = 供应商下标 + 1
       END-IF
       END-PERFORM.
       IF 供应商未列
       THEN IF 供应商个数 >= 99
            THEN GO TO 累计供应商汇总-EXIT
            END-IF
            COMPUTE 供应商个数 = 供应商个数 + 1
            MOVE 供应商个数 TO 供应商下标
            MOVE 应付供应商 TO 汇总供应商(供应商下标)
            MOVE 0 TO 汇总未付(供应商下标)
            MOVE 0 TO 汇总逾期(供应商下标)
       END-IF.
       ADD 应付余额 TO 汇总未付(供应商下标).
       IF 逾期天数 > 0
       THEN ADD 应付余额 TO 汇总逾期(供应商下标)
       END-IF.
       累计供应商汇总-EXIT.
       EXIT.

       写账龄合计行.
       MOVE SPACE TO 账龄行.
       STRING 账龄段文本 DELIMITED BY SPACE
              "合计:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 账龄行.
       WRITE 账龄行.
       DISPLAY 账龄行.

       列示未付.
       MOVE 0 TO 未付笔数.
       DISPLAY "未付供应商发票列表:".
       OPEN INPUT 应付.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应付 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应付未付
       THEN DISPLAY 应付记录
            COMPUTE 未付笔数 = 未付笔数 + 1
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应付.
       IF 未付笔数 = 0
       THEN DISPLAY "当前没有未付的供应商发票."
       END-IF.

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
