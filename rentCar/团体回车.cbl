        SELECT 团体发票 ASSIGN TO "团体发票.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OPTIONAL 电量记录 ASSIGN TO "电量记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 电量确认号.
        SELECT OPTIONAL 充电参数 ASSIGN TO "充电参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 充电参数编号.
        SELECT OPTIONAL 计费方案 ASSIGN TO "计费方案.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 方案确认号.

        SELECT OPTIONAL 分店特许 ASSIGN TO "分店特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许分店代码.

        SELECT OPTIONAL 账单特许 ASSIGN TO "账单特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许账单号.

        SELECT OPTIONAL 预定收益 ASSIGN TO "预定收益.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 收益确认号.

        SELECT OPTIONAL 司机排班 ASSIGN TO "司机排班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 排班确认号
        ALTERNATE RECORD KEY IS 排班司机编号 WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD 预定.
        05 操作员 PIC X(6).
       FD 团体发票.
       01 发票行 PIC X(100).
       FD 电量记录.
       01 电量记录行.
        05 电量确认号 PIC 9(6).
        05 电量车牌照 PIC X(7).
        05 取车电量 PIC 9(3).
        05 取车电量日期 PIC 9(8).
        05 还车电量 PIC 9(3).
        05 还车电量日期 PIC 9(8).
        05 充电费额 PIC 9(5).
       FD 充电参数.
       01 充电参数记录.
        05 充电参数编号 PIC 9(2).
        05 每点充电费额 PIC 9(3).
        05 充电设置操作员 PIC X(6).
        05 充电设置日期 PIC 9(8).
       FD 计费方案.
       01 计费方案记录.
        05 方案确认号 PIC 9(6).
        05 方案代码 PIC 9.
         88 方案按日计费 VALUE 1.
         88 方案按里程计费 VALUE 2.
        05 方案基础日租金 PIC 9(3).
        05 方案每公里费 PIC 9(3).
        05 方案登记日期 PIC 9(8).
        05 方案账单号 PIC 9(6).
        05 方案行驶里程 PIC 9(6).
        05 方案里程费 PIC 9(7).
        05 方案结算状态 PIC 9.
         88 方案未结算 VALUE 0.
         88 方案已结算 VALUE 1.
       FD 分店特许.
       01 分店特许记录.
        05 特许分店代码 PIC 9(2).
        05 特许百分比 PIC 9(2)V99.
        05 特许设置日期 PIC 9(8).
       FD 账单特许.
       01 账单特许记录.
        05 特许账单号 PIC 9(6).
        05 特许账单分店 PIC 9(2).
        05 特许费率 PIC 9(2)V99.
        05 特许计费基数 PIC 9(7).
        05 特许费额 PIC 9(5).
        05 特许营业日 PIC 9(8).
       FD 预定收益.
       01 预定收益记录.
        05 收益确认号 PIC 9(6).
        05 收益类别代码 PIC 9(2).
        05 收益档位 PIC 9.
        05 收益加价百分比 PIC 9(3).
        05 收益占用率 PIC 9(3).
        05 收益基准日租金 PIC 9(3).
        05 收益报价日租金 PIC 9(4).
        05 收益登记日期 PIC 9(8).
        05 收益账单号 PIC 9(6).
        05 收益增收金额 PIC 9(7).
        05 收益结算状态 PIC 9.
         88 收益未结算 VALUE 0.
         88 收益已结算 VALUE 1.
       FD 司机排班.
       01 司机排班记录.
        05 排班确认号 PIC 9(6).
        05 排班司机编号 PIC 9(4).
        05 排班顾客号 PIC 9(6).
        05 排班起 PIC 9(8).
        05 排班止 PIC 9(8).
        05 排班日费率 PIC 9(4).
        05 排班加班费率 PIC 9(3).
        05 排班状态 PIC 9.
         88 排班已派 VALUE 1.
         88 排班已结 VALUE 2.
         88 排班已撤 VALUE 3.
        05 排班天数 PIC 9(3).
        05 排班加班工时 PIC 9(3).
        05 排班工时 PIC 9(4).
        05 排班司机费 PIC 9(6).
        05 排班账单号 PIC 9(6).
        05 排班结清日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 团体编号输入 PIC 9(4).
       77 归还日输入 PIC 9(8).
       77 车位模式参数 PIC 9.
       77 车位分店参数 PIC 9(2).
       77 车位车牌参数 PIC X(6).
       77 车位号参数 PIC 9(4).
       77 当前营业日 PIC 9(8).
       77 成员总数 PIC 9(3).
       77 成员下标 PIC 9(3).
       77 本车超里程费 PIC 9(4).
       77 油量差 PIC 9.
       77 本车加油费 PIC 9(4).
       77 能源电动暂存 PIC 9.
       77 起始电量暂存 PIC 9(3).
       77 还车电量输入 PIC 9(3).
       77 电量差 PIC 9(3).
       77 临时充电费 PIC 9(4).
       77 每点充电费 PIC 9(3) VALUE 2.
       01 计费方案是否适用 PIC 9.
        88 按里程方案适用 VALUE 1.
        88 按里程方案不适用 VALUE 0.
       77 计程每公里暂存 PIC 9(3).
       77 本车里程费 PIC 9(7).
       77 里程费溢额 PIC 9(7).
       01 里程费是否超限 PIC 9.
        88 里程费超限 VALUE 1.
        88 里程费未超限 VALUE 0.
       01 收益是否适用 PIC 9.
        88 收益档位适用 VALUE 1.
        88 收益档位不适用 VALUE 0.
       77 收益加价暂存 PIC 9(3).
       77 收益增收暂存 PIC 9(7).
       77 司机费暂存 PIC 9(6).
       77 司机天数暂存 PIC 9(3).
       77 司机加班输入 PIC 9(3).
       01 司机排班是否登记 PIC 9.
        88 有司机排班 VALUE 1.
        88 无司机排班 VALUE 0.
       77 特许百分比暂存 PIC 9(2)V99.
       77 本车特许费 PIC 9(5).
       77 本车附加费 PIC 9(4).
       77 本车押金 PIC 9(4).
       77 本车小计有符 PIC S9(8).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 借还模式参数 PIC 9.
       77 借还类型参数 PIC 9.
       77 借还确认号参数 PIC 9(6).
       77 借还分店参数 PIC 9(2).
       77 借还应还参数 PIC 9(8).
       77 借还结果参数 PIC 9.
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       WRITE 发票行.
       MOVE 1 TO 成员下标.
       PERFORM UNTIL 成员下标 > 成员总数
       PERFORM 结算单台车辆 THRU 结算单台车辆-EXIT
       COMPUTE 成员下标 = 成员下标 + 1
       END-PERFORM.
       DISPLAY SPACE.
       DISPLAY 预定车牌照.
       DISPLAY "请输入归还里程表读数:" NO ADVANCING.
       ACCEPT 回车里程输入.
       PERFORM 登记还车能量.
       DISPLAY "请输入新增损坏费(无输0):" NO ADVANCING.
       ACCEPT 损坏费输入.
       PERFORM 计算单车费用.
       IF 里程费超限
       THEN DISPLAY "按里程计费金额超出账单可记载上限,"
                "本车暂不结算,请转主管人工处理."
            CLOSE 预定
            GO TO 结算单台车辆-EXIT
       END-IF.
       PERFORM 写单车账单.
       PERFORM 更新车辆状态.
       MOVE 确认号 TO 借还确认号参数.
       MOVE 预定分店 TO 借还分店参数.
       DELETE 预定 RECORD.
       CLOSE 预定.
       PERFORM 收回加装设备.
       ADD 1 TO 已结成员数.
       结算单台车辆-EXIT.
       EXIT.

       登记还车能量.
       MOVE 0 TO 电量差 临时充电费.
       CALL "车辆能源" USING 预定车牌照 能源电动暂存.
       IF 能源电动暂存 = 1
       THEN PERFORM 输入还车电量
       ELSE DISPLAY "请输入归还油量(0-4):" NO ADVANCING
            ACCEPT 还车油量输入
       END-IF.

       输入还车电量.
       MOVE 取车油量 TO 还车油量输入.
       OPEN INPUT 充电参数.
       MOVE 1 TO 充电参数编号.
       READ 充电参数 KEY IS 充电参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 每点充电费额 TO 每点充电费
       END-READ.
       CLOSE 充电参数.
       OPEN I-O 电量记录.
       MOVE 确认号 TO 电量确认号.
       READ 电量记录 KEY IS 电量确认号
       INVALID KEY
            DISPLAY "未找到取车电量登记,按满电(100)计."
            MOVE 100 TO 起始电量暂存
            MOVE 确认号 TO 电量确认号
            MOVE 预定车牌照 TO 电量车牌照
            MOVE 100 TO 取车电量
            MOVE 0 TO 取车电量日期
       NOT INVALID KEY
            MOVE 取车电量 TO 起始电量暂存
       END-READ.
       DISPLAY "电动车取车时电量:" NO ADVANCING.
       DISPLAY 起始电量暂存.
       DISPLAY "请输入归还时电量百分比(0-100):" NO ADVANCING.
       ACCEPT 还车电量输入.
       IF 还车电量输入 < 起始电量暂存
       THEN COMPUTE 电量差 = 起始电量暂存 - 还车电量输入
            COMPUTE 临时充电费 = 电量差 * 每点充电费
       ELSE MOVE 0 TO 电量差
            MOVE 0 TO 临时充电费
       END-IF.
       MOVE 还车电量输入 TO 还车电量.
       ACCEPT 还车电量日期 FROM DATE YYYYMMDD.
       MOVE 临时充电费 TO 充电费额.
       WRITE 电量记录行
       INVALID KEY REWRITE 电量记录行
       END-WRITE.
       CLOSE 电量记录.

       套用计费方案.
       SET 按里程方案不适用 TO TRUE.
       MOVE 0 TO 计程每公里暂存 本车里程费.
       MOVE 确认号 TO 方案确认号.
       OPEN INPUT 计费方案.
       READ 计费方案 KEY IS 方案确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 方案按里程计费 AND 方案未结算
       THEN SET 按里程方案适用 TO TRUE
            MOVE 方案每公里费 TO 计程每公里暂存
            MOVE 方案基础日租金 TO 日租金暂存
       END-IF
       END-READ.
       CLOSE 计费方案.

       结清计费方案.
       OPEN I-O 计费方案.
       MOVE 确认号 TO 方案确认号.
       READ 计费方案 KEY IS 方案确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 账单号 TO 方案账单号
       MOVE 行驶里程 TO 方案行驶里程
       MOVE 本车里程费 TO 方案里程费
       SET 方案已结算 TO TRUE
       REWRITE 计费方案记录
       END-REWRITE
       END-READ.
       CLOSE 计费方案.

       套用预定收益档位.
       SET 收益档位不适用 TO TRUE.
       MOVE 0 TO 收益加价暂存.
       MOVE 确认号 TO 收益确认号.
       OPEN INPUT 预定收益.
       READ 预定收益 KEY IS 收益确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 收益档位 > 0 AND 收益未结算
       THEN SET 收益档位适用 TO TRUE
            MOVE 收益加价百分比 TO 收益加价暂存
       END-IF
       END-READ.
       CLOSE 预定收益.
       IF 收益档位适用
       THEN COMPUTE 日租金暂存 ROUNDED =
                日租金暂存 * (100 + 收益加价暂存) / 100
            DISPLAY "按预定时收益档位上浮日租金(%):"
                NO ADVANCING
            DISPLAY 收益加价暂存
       END-IF.

       结清预定收益.
       OPEN I-O 预定收益.
       MOVE 确认号 TO 收益确认号.
       READ 预定收益 KEY IS 收益确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 账单号 TO 收益账单号
       MOVE 收益增收暂存 TO 收益增收金额
       SET 收益已结算 TO TRUE
       REWRITE 预定收益记录
       END-REWRITE
       END-READ.
       CLOSE 预定收益.

       加收司机服务费.
       SET 无司机排班 TO TRUE.
       MOVE 0 TO 司机费暂存.
       MOVE 0 TO 司机加班输入.
       OPEN INPUT 司机排班.
       MOVE 确认号 TO 排班确认号.
       READ 司机排班 KEY IS 排班确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 排班已派
       THEN SET 有司机排班 TO TRUE
       END-IF
       END-READ.
       CLOSE 司机排班.
       IF 无司机排班
       THEN GO TO 加收司机服务费-EXIT
       END-IF.
       MOVE 本车天数 TO 司机天数暂存.
       DISPLAY "本车配有随车司机,编号:" NO ADVANCING.
       DISPLAY 排班司机编号.
       DISPLAY "请输入司机加班工时(小时,无请输入0):"
           NO ADVANCING.
       ACCEPT 司机加班输入.
       COMPUTE 司机费暂存 = 司机天数暂存 * 排班日费率
           + 司机加班输入 * 排班加班费率.
       ADD 司机费暂存 TO 本车附加费.
       DISPLAY "本车含随车司机费:" NO ADVANCING.
       DISPLAY 司机费暂存.
       加收司机服务费-EXIT.
       EXIT.

       结清司机排班.
       OPEN I-O 司机排班.
       MOVE 确认号 TO 排班确认号.
       READ 司机排班 KEY IS 排班确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 排班已结 TO TRUE
       MOVE 司机天数暂存 TO 排班天数
       MOVE 司机加班输入 TO 排班加班工时
       COMPUTE 排班工时 = 司机天数暂存 * 8
           + 司机加班输入
       MOVE 司机费暂存 TO 排班司机费
       MOVE 账单号 TO 排班账单号
       MOVE 归还日输入 TO 排班结清日期
       REWRITE 司机排班记录
       END-READ.
       CLOSE 司机排班.
       MOVE "排班" TO 审计操作文件.
       MOVE "结清" TO 审计操作类型.
       MOVE 排班确认号 TO 审计操作键.
       PERFORM 写审计记录.

       收回加装设备.
       MOVE 2 TO 借还模式参数.
       MOVE 0 TO 借还类型参数.
       MOVE 0 TO 借还应还参数.
       CALL "设备借还" USING 借还模式参数 借还类型参数
           借还确认号参数 借还分店参数 借还应还参数
           当前操作员 借还结果参数.

       计算单车费用.
       MOVE 预定日租金 TO 日租金暂存.
       MOVE 取车油量 TO 取车油量暂存.
       THEN MOVE 1 TO 日期差结果
       END-IF.
       MOVE 日期差结果 TO 本车天数.
       PERFORM 套用预定收益档位.
       PERFORM 套用计费方案.
       EVALUATE TRUE
       WHEN 本车天数 >= 14
       COMPUTE 本车租金 = 本车天数 * 日租金暂存
       WHEN OTHER
       COMPUTE 本车租金 = 本车天数 * 日租金暂存
       END-EVALUATE.
       MOVE 0 TO 收益增收暂存.
       IF 收益档位适用
       THEN COMPUTE 收益增收暂存 =
                本车租金 - 本车租金
                * 100 / (100 + 收益加价暂存)
       END-IF.
       MOVE 0 TO 逾期天数 本车滞纳金.
       IF 归还日输入 > 归还止
       THEN CALL "日期工具" USING 归还止 归还日输入
            COMPUTE 本车超里程费 = 超里程数 * 2
       ELSE MOVE 0 TO 本车超里程费
       END-IF.
       MOVE 0 TO 里程费溢额.
       IF 按里程方案适用
       THEN COMPUTE 本车里程费 =
                行驶里程 * 计程每公里暂存
            IF 本车里程费 > 9999
            THEN MOVE 9999 TO 本车超里程费
                 COMPUTE 里程费溢额 = 本车里程费 - 9999
            ELSE MOVE 本车里程费 TO 本车超里程费
            END-IF
       END-IF.
       IF 还车油量输入 < 取车油量暂存
       THEN COMPUTE 油量差 = 取车油量暂存 - 还车油量输入
            COMPUTE 本车加油费 = 油量差 * 每格加油费
       ELSE MOVE 0 TO 本车加油费
       END-IF.
       IF 能源电动暂存 = 1
       THEN MOVE 临时充电费 TO 本车加油费
       END-IF.
       MOVE 0 TO 本车附加费.
       IF 选配儿童座椅
       THEN ADD 儿童座椅费 TO 本车附加费
       IF 选配租车保险
       THEN ADD 租车保险费 TO 本车附加费
       END-IF.
       PERFORM 加收司机服务费 THRU 加收司机服务费-EXIT.
       SET 里程费未超限 TO TRUE.
       IF 里程费溢额 > 0
       THEN IF 本车附加费 + 里程费溢额 > 9999
            THEN SET 里程费超限 TO TRUE
            ELSE ADD 里程费溢额 TO 本车附加费
            END-IF
       END-IF.
       PERFORM 计算机场特许费.
       COMPUTE 本车税额 = (本车租金 + 本车特许费)
           * 税率 / 100.
       MOVE 押金 TO 本车押金.
       COMPUTE 本车小计有符 = 本车租金 + 本车特许费
           + 本车税额
           + 本车滞纳金 + 本车超里程费 + 本车加油费
           + 本车附加费 + 损坏费输入 - 本车押金.
       IF 里程费超限
       THEN MOVE 0 TO 本车小计有符
       END-IF.
       IF 本车小计有符 > 0
       THEN ADD 本车小计有符 TO 团体总计
       ELSE COMPUTE 团体应退 = 团体应退
                   WRITE 账单记录
       END-WRITE.
       CLOSE 账单.
       IF 本车特许费 > 0
       THEN PERFORM 登记账单特许
       END-IF.
       IF 按里程方案适用
       THEN PERFORM 结清计费方案
       END-IF.
       IF 收益档位适用
       THEN PERFORM 结清预定收益
       END-IF.
       IF 有司机排班
       THEN PERFORM 结清司机排班
       END-IF.
       MOVE 本车小计有符 TO 小计显示.
       STRING 账单车牌照 DELIMITED BY SPACE
              " 天数:" DELIMITED BY SIZE
       WHEN "��" PERFORM 还入大贵车
       WHEN OTHER CONTINUE
       END-EVALUATE.
       MOVE 1 TO 车位模式参数.
       MOVE 预定分店 TO 车位分店参数.
       MOVE 预定车牌照 TO 车位车牌参数.
       CALL "车位分配" USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.
       IF 车位号参数 > 0
       THEN DISPLAY "请将车辆停入车位:" NO ADVANCING
            DISPLAY 车位号参数
       END-IF.

       还入小车.
       OPEN I-O 小车.
       MOVE 当前操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.

       计算机场特许费.
       MOVE 0 TO 本车特许费 特许百分比暂存.
       OPEN INPUT 分店特许.
       MOVE 预定分店 TO 特许分店代码.
       READ 分店特许 KEY IS 特许分店代码
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 特许百分比 TO 特许百分比暂存
       END-READ.
       CLOSE 分店特许.
       IF 特许百分比暂存 > 0
       THEN COMPUTE 本车特许费 =
                本车租金 * 特许百分比暂存 / 100
       END-IF.

       登记账单特许.
       OPEN I-O 账单特许.
       MOVE 账单号 TO 特许账单号.
       MOVE 预定分店 TO 特许账单分店.
       MOVE 特许百分比暂存 TO 特许费率.
       MOVE 本车租金 TO 特许计费基数.
       MOVE 本车特许费 TO 特许费额.
       MOVE 当前营业日 TO 特许营业日.
       WRITE 账单特许记录
       INVALID KEY REWRITE 账单特许记录
       END-WRITE.
       CLOSE 账单特许.
