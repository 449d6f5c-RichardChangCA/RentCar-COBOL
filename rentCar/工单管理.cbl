       IDENTIFICATION DIVISION.
       PROGRAM-ID.工单管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 工单 ASSIGN TO "工单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 工单号.

        SELECT OPTIONAL 工单明细 ASSIGN TO "工单明细.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 明细主键.

        SELECT OPTIONAL 配件 ASSIGN TO "配件.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 配件编号.

        SELECT OPTIONAL 厂商 ASSIGN TO "厂商.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 厂商代码.

        SELECT 维修 ASSIGN TO "维修.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 维修编号.

        SELECT OPTIONAL 保养工单 ASSIGN TO "保养工单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

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

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 工单.
       01 工单记录.
        05 工单号 PIC 9(6).
        05 工单来源 PIC 9.
         88 来源保养 VALUE 1.
         88 来源维修 VALUE 2.
        05 工单维修编号 PIC 9(6).
        05 工单车源 PIC 9.
        05 工单车辆编号 PIC 99.
        05 工单车牌照 PIC X(6).
        05 工单说明 PIC X(20).
        05 工单厂商代码 PIC X(4).
        05 工单厂商名称 PIC X(10).
        05 工单工时费率 PIC 9(4).
        05 开单日期 PIC 9(8).
        05 完工日期 PIC 9(8).
        05 工单行数 PIC 9(3).
        05 工时合计 PIC 9(7).
        05 配件合计 PIC 9(7).
        05 工单总额 PIC 9(7).
        05 工单状态 PIC 9.
         88 工单未结 VALUE 0.
         88 工单已结 VALUE 1.
        05 开单操作员 PIC X(6).
       FD 工单明细.
       01 工单明细记录.
        05 明细主键.
         10 明细工单号 PIC 9(6).
         10 明细行号 PIC 9(3).
        05 明细类型 PIC 9.
         88 明细工时 VALUE 1.
         88 明细配件 VALUE 2.
        05 明细配件编号 PIC X(8).
        05 明细说明 PIC X(12).
        05 明细数量 PIC 9(5).
        05 明细单价 PIC 9(5).
        05 明细金额 PIC 9(7).
       FD 配件.
       01 配件记录.
        05 配件编号 PIC X(8).
        05 配件名称 PIC X(12).
        05 配件单位 PIC X(4).
        05 配件单价 PIC 9(5).
        05 在库数量 PIC 9(5).
        05 再订货点 PIC 9(5).
        05 再订货量 PIC 9(5).
        05 配件状态 PIC 9.
         88 配件启用 VALUE 1.
         88 配件停用 VALUE 0.
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
       FD 保养工单.
       01 清单行 PIC X(100).
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
       77 保养间隔公里 PIC 9(6) VALUE 5000.
       77 保养公里暂存 PIC 9(6).
       77 工单号输入 PIC 9(6).
       77 维修编号输入 PIC 9(6).
       77 清单行号输入 PIC 9(3).
       77 清单行计数 PIC 9(3).
       77 清单前缀 PIC X(30).
       77 清单车牌 PIC X(6).
       77 类别比对 PIC X(4).
       77 厂商代码输入 PIC X(4).
       77 配件编号输入 PIC X(8).
       77 数量输入 PIC 9(5).
       77 说明输入 PIC X(12).
       77 完工日期输入 PIC 9(8).
       77 本车车牌 PIC X(6).
       77 开单车源 PIC 9.
       77 开单车辆编号 PIC 99.
       77 开单车牌 PIC X(6).
       77 开单说明 PIC X(20).
       77 开单维修编号 PIC 9(6).
       77 开单来源 PIC 9.
       77 开单厂商代码 PIC X(4).
       77 开单厂商名称 PIC X(10).
       77 开单工时费率 PIC 9(4).
       77 本行金额 PIC 9(7).
       77 保修模式参数 PIC 9.
       77 保修维修编号参数 PIC 9(6).
       77 保修金额参数 PIC 9(6).
       77 保修日期参数 PIC 9(8).
       77 保修结果参数 PIC 9.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       01 厂商是否有效 PIC 9.
        88 厂商有效 VALUE 1.
        88 厂商无效 VALUE 0.
       01 是否已有工单 PIC 9.
        88 已有工单 VALUE 1.
        88 尚无工单 VALUE 0.
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
       DISPLAY "======== 维修保养工单管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、按保养工作清单开立工单".
       DISPLAY SPACE.
       DISPLAY "2、按维修登记开立工单".
       DISPLAY SPACE.
       DISPLAY "3、追加工时行".
       DISPLAY SPACE.
       DISPLAY "4、追加配件行".
       DISPLAY SPACE.
       DISPLAY "5、查看工单".
       DISPLAY SPACE.
       DISPLAY "6、完工结单".
       DISPLAY SPACE.
       DISPLAY "7、浏览未结工单".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 按保养清单开单
           THRU 按保养清单开单-EXIT
       WHEN 2 PERFORM 按维修登记开单
           THRU 按维修登记开单-EXIT
       WHEN 3 PERFORM 追加工时行 THRU 追加工时行-EXIT
       WHEN 4 PERFORM 追加配件行 THRU 追加配件行-EXIT
       WHEN 5 PERFORM 查看工单 THRU 查看工单-EXIT
       WHEN 6 PERFORM 完工结单 THRU 完工结单-EXIT
       WHEN 7 PERFORM 浏览未结工单
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...工单管理已结束".
       STOP " ".
       EXIT PROGRAM.

       按保养清单开单.
       DISPLAY "--保养到期工作清单--".
       MOVE 0 TO 清单行计数.
       OPEN INPUT 保养工单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 保养工单
       AT END SET 完了 TO TRUE
       NOT AT END
       COMPUTE 清单行计数 = 清单行计数 + 1
       DISPLAY 清单行计数 NO ADVANCING
       DISPLAY " " NO ADVANCING
       DISPLAY 清单行
       END-READ
       END-PERFORM.
       CLOSE 保养工单.
       DISPLAY "请输入要开单的行号(0为放弃):" NO ADVANCING.
       ACCEPT 清单行号输入.
       IF 清单行号输入 < 2 OR 清单行号输入 > 清单行计数
       THEN DISPLAY "未选择保养到期行."
            GO TO 按保养清单开单-EXIT
       END-IF.
       MOVE 0 TO 清单行计数.
       OPEN INPUT 保养工单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 保养工单
       AT END SET 完了 TO TRUE
       NOT AT END
       COMPUTE 清单行计数 = 清单行计数 + 1
       IF 清单行计数 = 清单行号输入
       THEN SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 保养工单.
       MOVE SPACE TO 清单前缀 清单车牌.
       UNSTRING 清单行 DELIMITED BY " 车牌:" OR " 当前里程:"
           INTO 清单前缀 清单车牌.
       MOVE 0 TO 开单车源.
       MOVE "小车" TO 类别比对.
       IF 清单前缀(14:4) = 类别比对
       THEN MOVE 1 TO 开单车源
       END-IF.
       MOVE "中车" TO 类别比对.
       IF 清单前缀(14:4) = 类别比对
       THEN MOVE 2 TO 开单车源
       END-IF.
       MOVE "大车" TO 类别比对.
       IF 清单前缀(14:4) = 类别比对
       THEN MOVE 3 TO 开单车源
       END-IF.
       MOVE "贵车" TO 类别比对.
       IF 清单前缀(14:4) = 类别比对
       THEN MOVE 4 TO 开单车源
       END-IF.
       MOVE "主档" TO 类别比对.
       IF 清单前缀(14:4) = 类别比对
       THEN MOVE 5 TO 开单车源
       END-IF.
       IF 开单车源 = 0
       THEN DISPLAY "该行不是保养到期行."
            GO TO 按保养清单开单-EXIT
       END-IF.
       MOVE 清单车牌 TO 开单车牌.
       PERFORM 检查车牌未结工单.
       IF 已有工单
       THEN DISPLAY "该车已有未结工单,不能重复开单."
            GO TO 按保养清单开单-EXIT
       END-IF.
       PERFORM 录入工单厂商.
       IF 厂商无效
       THEN GO TO 按保养清单开单-EXIT
       END-IF.
       PERFORM 停用保养车辆.
       IF 没找到
       THEN DISPLAY "未找到该车辆或车辆在租,不能开单."
            GO TO 按保养清单开单-EXIT
       END-IF.
       MOVE "定期保养" TO 开单说明.
       PERFORM 登记保养维修.
       MOVE 1 TO 开单来源.
       PERFORM 写工单头.
       按保养清单开单-EXIT.
       EXIT.

       检查车牌未结工单.
       SET 尚无工单 TO TRUE.
       OPEN INPUT 工单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 工单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 工单未结 AND 工单车牌照 = 开单车牌
       THEN SET 已有工单 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 工单.

       停用保养车辆.
       SET 没找到 TO TRUE.
       EVALUATE 开单车源
       WHEN 1 PERFORM 停用保养小车
       WHEN 2 PERFORM 停用保养中车
       WHEN 3 PERFORM 停用保养大车
       WHEN 4 PERFORM 停用保养贵车
       WHEN OTHER PERFORM 停用保养主档车
       END-EVALUATE.

       停用保养小车.
       OPEN I-O 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 小车车牌照 TO 本车车牌
       IF 本车车牌 = 开单车牌 AND NOT 车辆已租出1
       THEN SET 车辆停用1 TO TRUE
            REWRITE 小车记录
            MOVE 小车号 TO 开单车辆编号
            SET 找到 TO TRUE
            SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.

       停用保养中车.
       OPEN I-O 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 中车车牌照 TO 本车车牌
       IF 本车车牌 = 开单车牌 AND NOT 车辆已租出2
       THEN SET 车辆停用2 TO TRUE
            REWRITE 中车记录
            MOVE 中车号 TO 开单车辆编号
            SET 找到 TO TRUE
            SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.

       停用保养大车.
       OPEN I-O 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 大车车牌照 TO 本车车牌
       IF 本车车牌 = 开单车牌 AND NOT 车辆已租出3
       THEN SET 车辆停用3 TO TRUE
            REWRITE 大车记录
            MOVE 大车号 TO 开单车辆编号
            SET 找到 TO TRUE
            SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.

       停用保养贵车.
       OPEN I-O 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 贵车车牌照 TO 本车车牌
       IF 本车车牌 = 开单车牌 AND NOT 车辆已租出4
       THEN SET 车辆停用4 TO TRUE
            REWRITE 贵车记录
            MOVE 贵车号 TO 开单车辆编号
            SET 找到 TO TRUE
            SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.

       停用保养主档车.
       OPEN I-O 车辆主档.
       MOVE 开单车牌 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF NOT 主档已租出
       THEN SET 主档停用 TO TRUE
            REWRITE 车辆主档记录
            MOVE 主档车辆号 TO 开单车辆编号
            SET 找到 TO TRUE
       END-IF
       END-READ.
       CLOSE 车辆主档.

       登记保养维修.
       OPEN I-O 维修.
       MOVE "维修" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 维修编号.
       EVALUATE 开单车源
       WHEN 1 MOVE "小车" TO 车辆类别
       WHEN 2 MOVE "中车" TO 车辆类别
       WHEN 3 MOVE "大车" TO 车辆类别
       WHEN 4 MOVE "贵车" TO 车辆类别
       WHEN OTHER MOVE "主档" TO 车辆类别
       END-EVALUATE.
       MOVE 开单车辆编号 TO 车辆编号.
       MOVE 开单说明 TO 维修原因.
       MOVE 今日日期 TO 维修登记日期.
       MOVE 0 TO 恢复日期.
       MOVE 0 TO 维修费用.
       MOVE SPACE TO 维修厂商.
       MOVE 开单车牌 TO 维修车牌照.
       WRITE 维修记录.
       CLOSE 维修.
       MOVE 维修编号 TO 开单维修编号.
       MOVE "维修" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 维修编号 TO 审计操作键.
       PERFORM 写审计记录.

       按维修登记开单.
       DISPLAY "请输入维修编号:" NO ADVANCING.
       ACCEPT 维修编号输入.
       SET 没找到 TO TRUE.
       OPEN INPUT 维修.
       MOVE 维修编号输入 TO 维修编号.
       READ 维修 KEY IS 维修编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 恢复日期 = 0
       THEN SET 找到 TO TRUE
       END-IF
       END-READ.
       CLOSE 维修.
       IF 没找到
       THEN DISPLAY "无此未结维修登记."
            GO TO 按维修登记开单-EXIT
       END-IF.
       MOVE 0 TO 开单车源.
       MOVE "小车" TO 类别比对.
       IF 车辆类别 = 类别比对
       THEN MOVE 1 TO 开单车源
       END-IF.
       MOVE "中车" TO 类别比对.
       IF 车辆类别 = 类别比对
       THEN MOVE 2 TO 开单车源
       END-IF.
       MOVE "大车" TO 类别比对.
       IF 车辆类别 = 类别比对
       THEN MOVE 3 TO 开单车源
       END-IF.
       MOVE "贵车" TO 类别比对.
       IF 车辆类别 = 类别比对
       THEN MOVE 4 TO 开单车源
       END-IF.
       MOVE "主档" TO 类别比对.
       IF 车辆类别 = 类别比对
       THEN MOVE 5 TO 开单车源
       END-IF.
       IF 开单车源 = 0
       THEN DISPLAY "维修登记车辆类别无法识别."
            GO TO 按维修登记开单-EXIT
       END-IF.
       MOVE 车辆编号 TO 开单车辆编号.
       MOVE 维修车牌照 TO 开单车牌.
       MOVE 维修原因 TO 开单说明.
       MOVE 维修编号 TO 开单维修编号.
       PERFORM 检查维修未结工单.
       IF 已有工单
       THEN DISPLAY "该维修登记已有未结工单."
            GO TO 按维修登记开单-EXIT
       END-IF.
       PERFORM 录入工单厂商.
       IF 厂商无效
       THEN GO TO 按维修登记开单-EXIT
       END-IF.
       MOVE 2 TO 开单来源.
       PERFORM 写工单头.
       按维修登记开单-EXIT.
       EXIT.

       检查维修未结工单.
       SET 尚无工单 TO TRUE.
       OPEN INPUT 工单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 工单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 工单未结 AND 工单维修编号 = 开单维修编号
       THEN SET 已有工单 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 工单.

       录入工单厂商.
       SET 厂商无效 TO TRUE.
       DISPLAY "请输入承修厂商代码:" NO ADVANCING.
       ACCEPT 厂商代码输入.
       OPEN INPUT 厂商.
       MOVE 厂商代码输入 TO 厂商代码.
       READ 厂商 KEY IS 厂商代码
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 厂商启用
       THEN SET 厂商有效 TO TRUE
            MOVE 厂商代码 TO 开单厂商代码
            MOVE 厂商名称 TO 开单厂商名称
            MOVE 工时费率 TO 开单工时费率
       END-IF
       END-READ.
       CLOSE 厂商.
       IF 厂商无效
       THEN DISPLAY "无此启用厂商,请先在厂商管理登记."
       END-IF.

       写工单头.
       OPEN I-O 工单.
       MOVE "工单" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 工单号.
       MOVE 开单来源 TO 工单来源.
       MOVE 开单维修编号 TO 工单维修编号.
       MOVE 开单车源 TO 工单车源.
       MOVE 开单车辆编号 TO 工单车辆编号.
       MOVE 开单车牌 TO 工单车牌照.
       MOVE 开单说明 TO 工单说明.
       MOVE 开单厂商代码 TO 工单厂商代码.
       MOVE 开单厂商名称 TO 工单厂商名称.
       MOVE 开单工时费率 TO 工单工时费率.
       MOVE 今日日期 TO 开单日期.
       MOVE 0 TO 完工日期 工单行数.
       MOVE 0 TO 工时合计 配件合计 工单总额.
       SET 工单未结 TO TRUE.
       MOVE 当前操作员 TO 开单操作员.
       WRITE 工单记录.
       CLOSE 工单.
       MOVE "工单" TO 审计操作文件.
       MOVE "开单" TO 审计操作类型.
       MOVE 工单号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "工单已开立,工单号:" NO ADVANCING.
       DISPLAY 工单号.

       读取未结工单.
       DISPLAY "请输入工单号:" NO ADVANCING.
       ACCEPT 工单号输入.
       SET 没找到 TO TRUE.
       MOVE 工单号输入 TO 工单号.
       READ 工单 KEY IS 工单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 工单未结
       THEN SET 找到 TO TRUE
       END-IF
       END-READ.
       IF 没找到
       THEN DISPLAY "无此未结工单."
       END-IF.

       追加工时行.
       OPEN I-O 工单.
       PERFORM 读取未结工单.
       IF 没找到
       THEN CLOSE 工单
            GO TO 追加工时行-EXIT
       END-IF.
       DISPLAY "请输入作业说明:" NO ADVANCING.
       ACCEPT 说明输入.
       DISPLAY "请输入工时(小时):" NO ADVANCING.
       ACCEPT 数量输入.
       COMPUTE 本行金额 = 数量输入 * 工单工时费率.
       COMPUTE 工单行数 = 工单行数 + 1.
       OPEN I-O 工单明细.
       MOVE 工单号 TO 明细工单号.
       MOVE 工单行数 TO 明细行号.
       SET 明细工时 TO TRUE.
       MOVE SPACE TO 明细配件编号.
       MOVE 说明输入 TO 明细说明.
       MOVE 数量输入 TO 明细数量.
       MOVE 工单工时费率 TO 明细单价.
       MOVE 本行金额 TO 明细金额.
       WRITE 工单明细记录.
       CLOSE 工单明细.
       ADD 本行金额 TO 工时合计.
       REWRITE 工单记录.
       CLOSE 工单.
       MOVE "工单" TO 审计操作文件.
       MOVE "工时" TO 审计操作类型.
       MOVE 工单号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "工时行已追加,金额:" NO ADVANCING.
       DISPLAY 本行金额.
       追加工时行-EXIT.
       EXIT.

       追加配件行.
       OPEN I-O 工单.
       PERFORM 读取未结工单.
       IF 没找到
       THEN CLOSE 工单
            GO TO 追加配件行-EXIT
       END-IF.
       DISPLAY "请输入配件编号:" NO ADVANCING.
       ACCEPT 配件编号输入.
       DISPLAY "请输入领用数量:" NO ADVANCING.
       ACCEPT 数量输入.
       SET 没找到 TO TRUE.
       OPEN I-O 配件.
       MOVE 配件编号输入 TO 配件编号.
       READ 配件 KEY IS 配件编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 配件启用 AND 在库数量 >= 数量输入
       THEN SET 找到 TO TRUE
       END-IF
       END-READ.
       IF 没找到
       THEN DISPLAY "无此启用配件或库存不足,未领用."
            CLOSE 配件
            CLOSE 工单
            GO TO 追加配件行-EXIT
       END-IF.
       SUBTRACT 数量输入 FROM 在库数量.
       REWRITE 配件记录.
       CLOSE 配件.
       IF 在库数量 <= 再订货点
       THEN DISPLAY "提示:该配件已到再订货点,剩余:"
                NO ADVANCING
            DISPLAY 在库数量
       END-IF.
       COMPUTE 本行金额 = 数量输入 * 配件单价.
       COMPUTE 工单行数 = 工单行数 + 1.
       OPEN I-O 工单明细.
       MOVE 工单号 TO 明细工单号.
       MOVE 工单行数 TO 明细行号.
       SET 明细配件 TO TRUE.
       MOVE 配件编号 TO 明细配件编号.
       MOVE 配件名称 TO 明细说明.
       MOVE 数量输入 TO 明细数量.
       MOVE 配件单价 TO 明细单价.
       MOVE 本行金额 TO 明细金额.
       WRITE 工单明细记录.
       CLOSE 工单明细.
       ADD 本行金额 TO 配件合计.
       REWRITE 工单记录.
       CLOSE 工单.
       MOVE "配件" TO 审计操作文件.
       MOVE "领用" TO 审计操作类型.
       MOVE 配件编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "配件行已追加,金额:" NO ADVANCING.
       DISPLAY 本行金额.
       追加配件行-EXIT.
       EXIT.

       查看工单.
       DISPLAY "请输入工单号:" NO ADVANCING.
       ACCEPT 工单号输入.
       SET 没找到 TO TRUE.
       OPEN INPUT 工单.
       MOVE 工单号输入 TO 工单号.
       READ 工单 KEY IS 工单号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 找到 TO TRUE
       END-READ.
       CLOSE 工单.
       IF 没找到
       THEN DISPLAY "无此工单."
            GO TO 查看工单-EXIT
       END-IF.
       PERFORM 显示工单头.
       DISPLAY "--明细(行号/类型1工时2配件/配件/"
           "说明/数量/单价/金额)--".
       OPEN INPUT 工单明细.
       MOVE 工单号 TO 明细工单号.
       MOVE 0 TO 明细行号.
       SET 没完了 TO TRUE.
       START 工单明细 KEY IS >= 明细主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 工单明细 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 明细工单号 = 工单号
       THEN DISPLAY 工单明细记录
       ELSE SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 工单明细.
       查看工单-EXIT.
       EXIT.

       显示工单头.
       DISPLAY "工单号:" NO ADVANCING.
       DISPLAY 工单号 NO ADVANCING.
       DISPLAY " 车牌:" NO ADVANCING.
       DISPLAY 工单车牌照 NO ADVANCING.
       DISPLAY " 维修编号:" NO ADVANCING.
       DISPLAY 工单维修编号.
       DISPLAY "说明:" NO ADVANCING.
       DISPLAY 工单说明 NO ADVANCING.
       DISPLAY " 厂商:" NO ADVANCING.
       DISPLAY 工单厂商名称 NO ADVANCING.
       DISPLAY " 开单:" NO ADVANCING.
       DISPLAY 开单日期.
       DISPLAY "工时合计:" NO ADVANCING.
       DISPLAY 工时合计 NO ADVANCING.
       DISPLAY " 配件合计:" NO ADVANCING.
       DISPLAY 配件合计 NO ADVANCING.
       DISPLAY " 状态(0未结1已结):" NO ADVANCING.
       DISPLAY 工单状态.

       完工结单.
       OPEN I-O 工单.
       PERFORM 读取未结工单.
       IF 没找到
       THEN CLOSE 工单
            GO TO 完工结单-EXIT
       END-IF.
       PERFORM 显示工单头.
       DISPLAY "请输入完工日期(YYYYMMDD,0为今天):"
           NO ADVANCING.
       ACCEPT 完工日期输入.
       IF 完工日期输入 = 0
       THEN MOVE 今日日期 TO 完工日期输入
       END-IF.
       COMPUTE 工单总额 = 工时合计 + 配件合计.
       MOVE 完工日期输入 TO 完工日期.
       SET 工单已结 TO TRUE.
       REWRITE 工单记录.
       CLOSE 工单.
       MOVE "工单" TO 审计操作文件.
       MOVE "结单" TO 审计操作类型.
       MOVE 工单号 TO 审计操作键.
       PERFORM 写审计记录.
       PERFORM 过账维修记录.
       PERFORM 开立工单保修索赔
           THRU 开立工单保修索赔-EXIT.
       PERFORM 恢复工单车辆.
       DISPLAY "工单已结,总额:" NO ADVANCING.
       DISPLAY 工单总额.
       完工结单-EXIT.
       EXIT.

       过账维修记录.
       OPEN I-O 维修.
       MOVE 工单维修编号 TO 维修编号.
       READ 维修 KEY IS 维修编号
       INVALID KEY DISPLAY "对应维修登记不存在,未过账."
       NOT INVALID KEY
       MOVE 完工日期 TO 恢复日期
       IF 工单总额 > 999999
       THEN MOVE 999999 TO 维修费用
       ELSE MOVE 工单总额 TO 维修费用
       END-IF
       MOVE 工单厂商名称 TO 维修厂商
       REWRITE 维修记录
       END-READ.
       CLOSE 维修.
       MOVE "维修" TO 审计操作文件.
       MOVE "结清" TO 审计操作类型.
       MOVE 工单维修编号 TO 审计操作键.
       PERFORM 写审计记录.

       开立工单保修索赔.
       IF 工单总额 = 0
       THEN GO TO 开立工单保修索赔-EXIT
       END-IF.
       MOVE 2 TO 保修模式参数.
       MOVE 工单维修编号 TO 保修维修编号参数.
       IF 工单总额 > 999999
       THEN MOVE 999999 TO 保修金额参数
       ELSE MOVE 工单总额 TO 保修金额参数
       END-IF.
       MOVE 开单日期 TO 保修日期参数.
       MOVE 0 TO 保修结果参数.
       CALL "保修核查" USING 保修模式参数 工单车牌照
           保修维修编号参数 保修金额参数
           保修日期参数 保修结果参数.
       IF 保修结果参数 = 2
       THEN DISPLAY "该车在厂家保修期内,已开立保修索赔."
            MOVE "索赔" TO 审计操作文件
            MOVE "开立" TO 审计操作类型
            MOVE 工单维修编号 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       开立工单保修索赔-EXIT.
       EXIT.

       恢复工单车辆.
       EVALUATE 工单车源
       WHEN 1 PERFORM 恢复工单小车
       WHEN 2 PERFORM 恢复工单中车
       WHEN 3 PERFORM 恢复工单大车
       WHEN 4 PERFORM 恢复工单贵车
       WHEN OTHER PERFORM 恢复工单主档车
       END-EVALUATE.

       恢复工单小车.
       OPEN I-O 小车.
       MOVE 工单车辆编号 TO 小车号.
       READ 小车 KEY IS 小车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 车辆停用1
       THEN SET 车辆可用1 TO TRUE
            MOVE 小车公里数3 TO 保养公里暂存
            COMPUTE 保养公里暂存 = 保养公里暂存
                + 保养间隔公里
            MOVE 保养公里暂存 TO 小车保养里程
            REWRITE 小车记录
       END-IF
       END-READ.
       CLOSE 小车.

       恢复工单中车.
       OPEN I-O 中车.
       MOVE 工单车辆编号 TO 中车号.
       READ 中车 KEY IS 中车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 车辆停用2
       THEN SET 车辆可用2 TO TRUE
            MOVE 中车公里数3 TO 保养公里暂存
            COMPUTE 保养公里暂存 = 保养公里暂存
                + 保养间隔公里
            MOVE 保养公里暂存 TO 中车保养里程
            REWRITE 中车记录
       END-IF
       END-READ.
       CLOSE 中车.

       恢复工单大车.
       OPEN I-O 大.
       MOVE 工单车辆编号 TO 大车号.
       READ 大 KEY IS 大车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 车辆停用3
       THEN SET 车辆可用3 TO TRUE
            MOVE 大车公里数 TO 保养公里暂存
            COMPUTE 保养公里暂存 = 保养公里暂存
                + 保养间隔公里
            MOVE 保养公里暂存 TO 大车保养里程
            REWRITE 大车记录
       END-IF
       END-READ.
       CLOSE 大.

       恢复工单贵车.
       OPEN I-O 贵.
       MOVE 工单车辆编号 TO 贵车号.
       READ 贵 KEY IS 贵车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 车辆停用4
       THEN SET 车辆可用4 TO TRUE
            MOVE 贵车公里数 TO 保养公里暂存
            COMPUTE 保养公里暂存 = 保养公里暂存
                + 保养间隔公里
            MOVE 保养公里暂存 TO 贵车保养里程
            REWRITE 贵车记录
       END-IF
       END-READ.
       CLOSE 贵.

       恢复工单主档车.
       OPEN I-O 车辆主档.
       MOVE 工单车牌照 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 主档停用
       THEN SET 主档可用 TO TRUE
            MOVE 主档公里数 TO 保养公里暂存
            COMPUTE 保养公里暂存 = 保养公里暂存
                + 保养间隔公里
            MOVE 保养公里暂存 TO 主档保养里程
            REWRITE 车辆主档记录
       END-IF
       END-READ.
       CLOSE 车辆主档.

       浏览未结工单.
       DISPLAY "--未结工单--".
       OPEN INPUT 工单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 工单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 工单未结
       THEN PERFORM 显示工单头
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 工单.

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
