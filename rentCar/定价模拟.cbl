       IDENTIFICATION DIVISION.
       PROGRAM-ID.定价模拟.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 模拟费率 ASSIGN TO "模拟费率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 模拟方案号.

        SELECT OPTIONAL 费率 ASSIGN TO "费率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 费率编号.

        SELECT OPTIONAL 类别主档 ASSIGN TO "类别主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 类别代码.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES.

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

        SELECT OPTIONAL 假日 ASSIGN TO "假日.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 假日日期.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT 模拟报表 ASSIGN TO "定价模拟报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 模拟费率.
       01 模拟费率记录.
        05 模拟方案号 PIC 9(2).
        05 模拟方案名称 PIC X(20).
        05 模拟税率 PIC 9(2).
        05 模拟周末加价 PIC 9(3).
        05 模拟里程允许 PIC 9(6).
        05 模拟每格加油费 PIC 9(3).
        05 模拟座椅价 PIC 9(3).
        05 模拟GPS价 PIC 9(3).
        05 模拟保险价 PIC 9(3).
        05 模拟七天折扣 PIC 9(3).
        05 模拟十四天折扣 PIC 9(3).
        05 模拟单程费 PIC 9(4).
        05 模拟小时百分比 PIC 9(3).
        05 模拟半日百分比 PIC 9(3).
        05 模拟日租金百分比 PIC 9(3).
        05 模拟类别日租金 PIC 9(3) OCCURS 20.
        05 模拟建立日期 PIC 9(8).
        05 模拟操作员 PIC X(6).
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
       FD 类别主档.
       01 类别主档记录.
        05 类别代码 PIC 9(2).
        05 类别名称 PIC X(8).
        05 类别默认日租金 PIC 9(3).
        05 类别里程允许额 PIC 9(6).
        05 类别状态 PIC 9.
         88 类别启用 VALUE 1.
         88 类别停用 VALUE 0.
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
       FD 假日.
       01 假日记录.
        05 假日日期 PIC 9(8).
        05 假日名称 PIC X(10).
        05 假日加价类 PIC 9.
         88 假日不加价 VALUE 0.
         88 假日按节加价 VALUE 1.
        05 分店休业 PIC 9.
         88 当日休业 VALUE 1.
         88 当日营业 VALUE 0.
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
       FD 模拟报表.
       01 模拟行 PIC X(100).
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
       77 方案号输入 PIC 9(2).
       77 类别日租金输入 PIC 9(3).
       77 起始日期 PIC 9(8).
       77 截止日期 PIC 9(8).
       77 类别下标 PIC 99.
       77 参数下标 PIC 9.
       77 表下标 PIC 99.
       77 移动下标 PIC 99.
       01 参数表.
        05 参数项 OCCURS 2.
         10 参税率 PIC 9(2).
         10 参周末 PIC 9(3).
         10 参里程 PIC 9(6).
         10 参每格 PIC 9(3).
         10 参座椅 PIC 9(3).
         10 参GPS PIC 9(3).
         10 参保险 PIC 9(3).
         10 参七天 PIC 9(3).
         10 参十四天 PIC 9(3).
         10 参单程 PIC 9(4).
         10 参小时 PIC 9(3).
         10 参半日 PIC 9(3).
       01 现行类别表.
        05 现行类别日租金 PIC 9(3) OCCURS 20.
       77 本单来源 PIC X(4).
       77 本单号 PIC 9(6).
       77 本单分类 PIC X(8).
       77 本单类别代码 PIC 99.
       77 本单车号 PIC 99.
       77 本单车牌 PIC X(6).
       77 本单分店 PIC 99.
       77 本单月份 PIC 9(6).
       77 本单日租金 PIC 9(3).
       77 模拟本单日租金 PIC 9(5)V99.
       77 本单起 PIC 9(8).
       77 本单止 PIC 9(8).
       77 本单天数 PIC 99.
       77 本单总额 PIC 9(7).
       77 本单滞纳金 PIC 9(4).
       77 本单超程费 PIC 9(4).
       77 本单加油费 PIC 9(4).
       77 本单单程费 PIC 9(4).
       77 本单取车时刻 PIC 9(4).
       77 本单归还时刻 PIC 9(4).
       77 本单座椅 PIC 9.
       77 本单GPS PIC 9.
       77 本单保险 PIC 9.
       77 本单模拟额 PIC S9(8).
       77 本单差额 PIC S9(8).
       77 本单绝对差 PIC 9(8).
       77 计价日租金 PIC 9(5)V99.
       77 基准调整日租 PIC 9(5)V99.
       77 计价租金 PIC 9(7)V99.
       77 计价税额 PIC 9(7)V99.
       77 计价附加 PIC 9(5).
       77 计价单程 PIC 9(5).
       77 计价超程 PIC 9(7).
       77 计价加油 PIC 9(7).
       77 计价滞纳 PIC 9(7)V99.
       77 超程公里 PIC 9(6).
       77 行驶公里 PIC 9(7).
       77 加油格数 PIC 9(4).
       77 部分日小时数 PIC 9(4).
       77 半日费额 PIC 9(5)V99.
       01 计价结果表.
        05 计价结果 PIC 9(8)V99 OCCURS 2.
       77 取车年份 PIC 9(4).
       77 取车月日合并 PIC 9(4).
       77 取车月份 PIC 99.
       77 取车日份 PIC 99.
       77 星期调整月份 PIC 99.
       77 星期调整年份 PIC 9(4).
       77 星期世纪商数 PIC 99.
       77 星期世纪余数 PIC 99.
       77 星期计算值 PIC 9(5).
       77 星期计算商 PIC 9(5).
       77 取车星期几 PIC 9.
       01 取车是否周末 PIC 9.
        88 取车是周末 VALUE 1.
        88 取车不是周末 VALUE 0.
       01 取车是否节假 PIC 9.
        88 取车是节假日 VALUE 1.
        88 取车非节假日 VALUE 0.
       01 分类统计表.
        05 分类项 OCCURS 20.
         10 表分类名 PIC X(8).
         10 表分类张数 PIC 9(5).
         10 表分类实际 PIC 9(9).
         10 表分类模拟 PIC S9(9).
       77 分类数 PIC 99.
       01 分店统计表.
        05 分店统计项 OCCURS 99.
         10 表分店张数 PIC 9(5).
         10 表分店实际 PIC 9(9).
         10 表分店模拟 PIC S9(9).
       01 月份统计表.
        05 月份项 OCCURS 36.
         10 表月份 PIC 9(6).
         10 表月份张数 PIC 9(5).
         10 表月份实际 PIC 9(9).
         10 表月份模拟 PIC S9(9).
       77 月份数 PIC 99.
       01 波动表.
        05 波动项 OCCURS 10.
         10 表波动单号 PIC 9(6).
         10 表波动来源 PIC X(4).
         10 表波动实际 PIC 9(7).
         10 表波动模拟 PIC S9(8).
         10 表波动差额 PIC S9(8).
         10 表波动绝对 PIC 9(8).
       77 合计张数 PIC 9(6).
       77 合计实际 PIC 9(10).
       77 合计模拟 PIC S9(10).
       77 项目名称 PIC X(14).
       77 本项张数 PIC 9(6).
       77 本项实际 PIC 9(10).
       77 本项模拟 PIC S9(10).
       77 本项差额 PIC S9(10).
       77 变动率 PIC S9(4)V99.
       77 实际显示 PIC Z(9)9.
       77 模拟显示 PIC -(10)9.
       77 差额显示 PIC -(10)9.
       77 变动率显示 PIC -(4)9.99.
       77 单号显示 PIC 9(6).
       01 方案是否存在 PIC 9.
        88 方案已存在 VALUE 1.
        88 方案不存在 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
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
       DISPLAY "======== 定价模拟(假设费率试算) ========".
       DISPLAY SPACE.
       DISPLAY "1、新建或修改模拟方案".
       DISPLAY SPACE.
       DISPLAY "2、浏览模拟方案".
       DISPLAY SPACE.
       DISPLAY "3、按方案试算历史账单".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 维护模拟方案
       WHEN 2 PERFORM 浏览模拟方案
       WHEN 3 PERFORM 运行定价模拟 THRU 运行定价模拟-EXIT
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...定价模拟已结束".
       STOP " ".
       EXIT PROGRAM.

       维护模拟方案.
       DISPLAY "请输入方案号(01-99):" NO ADVANCING.
       ACCEPT 方案号输入.
       OPEN I-O 模拟费率.
       MOVE 方案号输入 TO 模拟方案号.
       SET 方案不存在 TO TRUE.
       READ 模拟费率 KEY IS 模拟方案号
       INVALID KEY DISPLAY "将新建该方案,初值取现行费率."
       NOT INVALID KEY SET 方案已存在 TO TRUE
                       DISPLAY "将修改该方案."
       END-READ.
       IF 方案不存在
       THEN PERFORM 载入现行参数
            MOVE 方案号输入 TO 模拟方案号
            MOVE SPACE TO 模拟方案名称
            MOVE 参税率(1) TO 模拟税率
            MOVE 参周末(1) TO 模拟周末加价
            MOVE 参里程(1) TO 模拟里程允许
            MOVE 参每格(1) TO 模拟每格加油费
            MOVE 参座椅(1) TO 模拟座椅价
            MOVE 参GPS(1) TO 模拟GPS价
            MOVE 参保险(1) TO 模拟保险价
            MOVE 参七天(1) TO 模拟七天折扣
            MOVE 参十四天(1) TO 模拟十四天折扣
            MOVE 参单程(1) TO 模拟单程费
            MOVE 参小时(1) TO 模拟小时百分比
            MOVE 参半日(1) TO 模拟半日百分比
            MOVE 100 TO 模拟日租金百分比
            MOVE 1 TO 类别下标
            PERFORM UNTIL 类别下标 > 20
            MOVE 0 TO 模拟类别日租金(类别下标)
            COMPUTE 类别下标 = 类别下标 + 1
            END-PERFORM
       END-IF.
       PERFORM 显示模拟方案.
       DISPLAY SPACE.
       DISPLAY "请输入方案名称:" NO ADVANCING.
       ACCEPT 模拟方案名称.
       DISPLAY "请输入税率百分比(如5%请输入05):"
           NO ADVANCING.
       ACCEPT 模拟税率.
       DISPLAY "请输入周末加价百分比("
           "如120%请输入120):" NO ADVANCING.
       ACCEPT 模拟周末加价.
       DISPLAY "请输入里程允许额度(公里):" NO ADVANCING.
       ACCEPT 模拟里程允许.
       DISPLAY "请输入每格加油费:" NO ADVANCING.
       ACCEPT 模拟每格加油费.
       DISPLAY "请输入儿童座椅费:" NO ADVANCING.
       ACCEPT 模拟座椅价.
       DISPLAY "请输入GPS导航费:" NO ADVANCING.
       ACCEPT 模拟GPS价.
       DISPLAY "请输入租车保险费:" NO ADVANCING.
       ACCEPT 模拟保险价.
       DISPLAY "请输入满七天折扣百分比("
           "如9折请输入090):" NO ADVANCING.
       ACCEPT 模拟七天折扣.
       DISPLAY "请输入满十四天折扣百分比("
           "如8折请输入080):" NO ADVANCING.
       ACCEPT 模拟十四天折扣.
       DISPLAY "请输入异地还车单程费:" NO ADVANCING.
       ACCEPT 模拟单程费.
       DISPLAY "请输入当日还车每小时计费百分比:"
           NO ADVANCING.
       ACCEPT 模拟小时百分比.
       DISPLAY "请输入当日还车半日计费百分比:"
           NO ADVANCING.
       ACCEPT 模拟半日百分比.
       DISPLAY "请输入日租金整体调整百分比("
           "不变请输入100):" NO ADVANCING.
       ACCEPT 模拟日租金百分比.
       IF 模拟日租金百分比 = 0
       THEN MOVE 100 TO 模拟日租金百分比
       END-IF.
       PERFORM 输入类别日租金.
       MOVE 今日日期 TO 模拟建立日期.
       MOVE 当前操作员 TO 模拟操作员.
       IF 方案已存在
       THEN REWRITE 模拟费率记录
       ELSE WRITE 模拟费率记录
       END-IF.
       CLOSE 模拟费率.
       MOVE "定价" TO 审计操作文件.
       MOVE "方案" TO 审计操作类型.
       MOVE 方案号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "模拟方案已保存(现行费率未改动).".

       输入类别日租金.
       DISPLAY "--按类别设定默认日租金"
           "(0为沿用整体调整)--".
       OPEN INPUT 类别主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 类别主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 类别代码 > 0 AND 类别代码 <= 20
       THEN DISPLAY 类别代码 " " 类别名称
                " 现行默认日租金:"
                类别默认日租金 " 方案日租金:"
                模拟类别日租金(类别代码)
            DISPLAY "请输入方案日租金:" NO ADVANCING
            ACCEPT 类别日租金输入
            MOVE 类别日租金输入
              TO 模拟类别日租金(类别代码)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 类别主档.

       显示模拟方案.
       DISPLAY "方案" 模拟方案号 " " 模拟方案名称
           " 建立:" 模拟建立日期 " " 模拟操作员.
       DISPLAY "  税率%:" 模拟税率
           " 周末加价%:" 模拟周末加价
           " 里程允许:" 模拟里程允许.
       DISPLAY "  每格加油费:" 模拟每格加油费
           " 座椅:" 模拟座椅价 " GPS:" 模拟GPS价
           " 保险:" 模拟保险价.
       DISPLAY "  七天折扣%:" 模拟七天折扣
           " 十四天折扣%:" 模拟十四天折扣
           " 单程费:" 模拟单程费.
       DISPLAY "  小时%:" 模拟小时百分比
           " 半日%:" 模拟半日百分比
           " 日租金调整%:" 模拟日租金百分比.
       MOVE 1 TO 类别下标.
       PERFORM UNTIL 类别下标 > 20
       IF 模拟类别日租金(类别下标) > 0
       THEN DISPLAY "  类别" 类别下标 " 方案日租金:"
                模拟类别日租金(类别下标)
       END-IF
       COMPUTE 类别下标 = 类别下标 + 1
       END-PERFORM.

       浏览模拟方案.
       OPEN INPUT 模拟费率.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 模拟费率 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 显示模拟方案
       END-READ
       END-PERFORM.
       CLOSE 模拟费率.

       载入现行参数.
       MOVE 5 TO 参税率(1).
       MOVE 120 TO 参周末(1).
       MOVE 200 TO 参里程(1).
       MOVE 50 TO 参每格(1).
       MOVE 20 TO 参座椅(1).
       MOVE 30 TO 参GPS(1).
       MOVE 50 TO 参保险(1).
       MOVE 90 TO 参七天(1).
       MOVE 80 TO 参十四天(1).
       MOVE 100 TO 参单程(1).
       MOVE 15 TO 参小时(1).
       MOVE 60 TO 参半日(1).
       OPEN INPUT 费率.
       MOVE 1 TO 费率编号.
       READ 费率 KEY IS 费率编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 税率百分比 TO 参税率(1)
       MOVE 周末加价百分比 TO 参周末(1)
       MOVE 里程允许额度 TO 参里程(1)
       MOVE 每格加油费额 TO 参每格(1)
       MOVE 儿童座椅价 TO 参座椅(1)
       MOVE GPS导航价 TO 参GPS(1)
       MOVE 租车保险价 TO 参保险(1)
       MOVE 七天折扣百分比 TO 参七天(1)
       MOVE 十四天折扣百分比 TO 参十四天(1)
       MOVE 单程费额 TO 参单程(1)
       MOVE 每小时百分比 TO 参小时(1)
       MOVE 半日百分比 TO 参半日(1)
       END-READ.
       CLOSE 费率.

       运行定价模拟.
       DISPLAY "请输入方案号:" NO ADVANCING.
       ACCEPT 方案号输入.
       OPEN INPUT 模拟费率.
       MOVE 方案号输入 TO 模拟方案号.
       SET 方案不存在 TO TRUE.
       READ 模拟费率 KEY IS 模拟方案号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 方案已存在 TO TRUE
       END-READ.
       CLOSE 模拟费率.
       IF 方案不存在
       THEN DISPLAY "未找到该模拟方案!"
            GO TO 运行定价模拟-EXIT
       END-IF.
       DISPLAY "请输入统计起始日期(按还车日,YYYYMMDD):"
           NO ADVANCING.
       ACCEPT 起始日期.
       DISPLAY "请输入统计截止日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 截止日期.
       IF 起始日期 > 截止日期
       THEN DISPLAY "起始日期不能晚于截止日期!"
            GO TO 运行定价模拟-EXIT
       END-IF.
       PERFORM 载入现行参数.
       MOVE 模拟税率 TO 参税率(2).
       MOVE 模拟周末加价 TO 参周末(2).
       MOVE 模拟里程允许 TO 参里程(2).
       MOVE 模拟每格加油费 TO 参每格(2).
       MOVE 模拟座椅价 TO 参座椅(2).
       MOVE 模拟GPS价 TO 参GPS(2).
       MOVE 模拟保险价 TO 参保险(2).
       MOVE 模拟七天折扣 TO 参七天(2).
       MOVE 模拟十四天折扣 TO 参十四天(2).
       MOVE 模拟单程费 TO 参单程(2).
       MOVE 模拟小时百分比 TO 参小时(2).
       MOVE 模拟半日百分比 TO 参半日(2).
       MOVE ZERO TO 现行类别表.
       OPEN INPUT 类别主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 类别主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 类别代码 > 0 AND 类别代码 <= 20
       THEN MOVE 类别默认日租金
              TO 现行类别日租金(类别代码)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 类别主档.
       MOVE SPACE TO 分类统计表.
       MOVE ZERO TO 分店统计表.
       MOVE SPACE TO 月份统计表.
       MOVE SPACE TO 波动表.
       MOVE 0 TO 分类数 月份数.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 10
       MOVE 0 TO 表波动绝对(表下标)
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       MOVE 0 TO 合计张数 合计实际 合计模拟.
       DISPLAY "正在试算,请稍候...".
       OPEN INPUT 车辆主档 假日.
       PERFORM 试算现行账单.
       PERFORM 试算存档账单.
       CLOSE 车辆主档 假日.
       PERFORM 输出模拟报表.
       MOVE "定价" TO 审计操作文件.
       MOVE "模拟" TO 审计操作类型.
       MOVE SPACE TO 审计操作键.
       STRING 方案号输入 DELIMITED BY SIZE
              起始日期(1:6) DELIMITED BY SIZE
         INTO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "报表已写入定价模拟报表.txt".
       MOVE "定价模拟" TO 归档报表名暂存.
       MOVE "定价模拟报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 方案号输入 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              起始日期 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              截止日期(3:6) DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.
       运行定价模拟-EXIT.
       EXIT.

       试算现行账单.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 账单归还止 TO 本单止
       IF 账单有效
          AND 本单止 >= 起始日期 AND 本单止 <= 截止日期
       THEN MOVE "账单" TO 本单来源
            MOVE 账单号 TO 本单号
            MOVE 账单类别1(1:4) TO 本单分类
            MOVE 账单类别2 TO 本单车号
            MOVE 账单车牌照(2:6) TO 本单车牌
            MOVE 账单分店 TO 本单分店
            MOVE 账单日租金 TO 本单日租金
            MOVE 账单预定起 TO 本单起
            MOVE 租车天数 TO 本单天数
            MOVE 总金额 TO 本单总额
            MOVE 滞纳金 TO 本单滞纳金
            MOVE 超里程费 TO 本单超程费
            MOVE 加油费 TO 本单加油费
            MOVE 单程费 TO 本单单程费
            MOVE 账单取车时刻 TO 本单取车时刻
            MOVE 账单归还时刻 TO 本单归还时刻
            MOVE 账单儿童座椅 TO 本单座椅
            MOVE 账单GPS导航 TO 本单GPS
            MOVE 账单租车保险 TO 本单保险
            PERFORM 试算单张账单
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.

       试算存档账单.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单存档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 存档状态 = 1
          AND 存档归还止 >= 起始日期
          AND 存档归还止 <= 截止日期
       THEN MOVE "存档" TO 本单来源
            MOVE 存档账单号 TO 本单号
            MOVE 存档类别1 TO 本单分类
            MOVE 存档类别2 TO 本单车号
            MOVE 存档车牌照 TO 本单车牌
            MOVE 存档分店 TO 本单分店
            MOVE 存档日租金 TO 本单日租金
            MOVE 存档预定起 TO 本单起
            MOVE 存档归还止 TO 本单止
            MOVE 存档租车天数 TO 本单天数
            MOVE 存档总金额 TO 本单总额
            MOVE 存档滞纳金 TO 本单滞纳金
            MOVE 存档超里程费 TO 本单超程费
            MOVE 存档加油费 TO 本单加油费
            MOVE 0 TO 本单单程费
            MOVE 0 TO 本单取车时刻 本单归还时刻
            MOVE 0 TO 本单座椅 本单GPS
            MOVE 存档租车保险 TO 本单保险
            PERFORM 试算单张账单
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单存档.

       试算单张账单.
       MOVE 本单止(1:6) TO 本单月份.
       MOVE 0 TO 本单类别代码.
       MOVE 本单车牌 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 主档车辆号 = 本单车号
       THEN MOVE 主档类别代码 TO 本单类别代码
            MOVE SPACE TO 本单分类
            STRING "类别" DELIMITED BY SIZE
                   主档类别代码 DELIMITED BY SIZE
              INTO 本单分类
       END-IF
       END-READ.
       IF 本单类别代码 > 0 AND 本单类别代码 <= 20
          AND 模拟类别日租金(本单类别代码) > 0
       THEN IF 现行类别日租金(本单类别代码) > 0
            THEN COMPUTE 模拟本单日租金 ROUNDED =
                     本单日租金
                     * 模拟类别日租金(本单类别代码)
                     / 现行类别日租金(本单类别代码)
            ELSE MOVE 模拟类别日租金(本单类别代码)
                   TO 模拟本单日租金
            END-IF
       ELSE COMPUTE 模拟本单日租金 ROUNDED =
                本单日租金 * 模拟日租金百分比 / 100
       END-IF.
       PERFORM 计算取车星期.
       PERFORM 核对取车节假.
       MOVE 1 TO 参数下标.
       PERFORM 按参数计价.
       MOVE 计价日租金 TO 基准调整日租.
       MOVE 2 TO 参数下标.
       PERFORM 按参数计价.
       COMPUTE 本单模拟额 ROUNDED = 本单总额
           + 计价结果(2) - 计价结果(1).
       IF 本单模拟额 < 0
       THEN MOVE 0 TO 本单模拟额
       END-IF.
       COMPUTE 本单差额 = 本单模拟额 - 本单总额.
       IF 本单差额 < 0
       THEN COMPUTE 本单绝对差 = 0 - 本单差额
       ELSE MOVE 本单差额 TO 本单绝对差
       END-IF.
       ADD 1 TO 合计张数.
       ADD 本单总额 TO 合计实际.
       ADD 本单模拟额 TO 合计模拟.
       PERFORM 计入分类统计.
       IF 本单分店 > 0
       THEN ADD 1 TO 表分店张数(本单分店)
            ADD 本单总额 TO 表分店实际(本单分店)
            ADD 本单模拟额 TO 表分店模拟(本单分店)
       END-IF.
       PERFORM 计入月份统计.
       PERFORM 计入波动排行 THRU 计入波动排行-EXIT.

       按参数计价.
       IF 参数下标 = 1
       THEN MOVE 本单日租金 TO 计价日租金
       ELSE MOVE 模拟本单日租金 TO 计价日租金
       END-IF.
       IF 取车是周末 OR 取车是节假日
       THEN COMPUTE 计价日租金 ROUNDED =
                计价日租金 * 参周末(参数下标) / 100
       END-IF.
       IF 本单天数 = 0
       THEN PERFORM 计价部分日
       ELSE
       EVALUATE TRUE
       WHEN 本单天数 >= 14
       COMPUTE 计价租金 ROUNDED = 本单天数 * 计价日租金
           * 参十四天(参数下标) / 100
       WHEN 本单天数 >= 7
       COMPUTE 计价租金 ROUNDED = 本单天数 * 计价日租金
           * 参七天(参数下标) / 100
       WHEN OTHER
       COMPUTE 计价租金 ROUNDED = 本单天数 * 计价日租金
       END-EVALUATE
       END-IF.
       COMPUTE 计价税额 ROUNDED =
           计价租金 * 参税率(参数下标) / 100.
       MOVE 0 TO 计价附加.
       IF 本单座椅 = 1
       THEN ADD 参座椅(参数下标) TO 计价附加
       END-IF.
       IF 本单GPS = 1
       THEN ADD 参GPS(参数下标) TO 计价附加
       END-IF.
       IF 本单保险 = 1
       THEN ADD 参保险(参数下标) TO 计价附加
       END-IF.
       MOVE 0 TO 计价单程.
       IF 本单单程费 > 0
       THEN MOVE 参单程(参数下标) TO 计价单程
       END-IF.
       MOVE 0 TO 计价超程.
       IF 本单超程费 > 0
       THEN COMPUTE 超程公里 = 本单超程费 / 2
            COMPUTE 行驶公里 = 超程公里 + 参里程(1)
            IF 行驶公里 > 参里程(参数下标)
            THEN COMPUTE 计价超程 =
                     (行驶公里 - 参里程(参数下标)) * 2
            END-IF
       END-IF.
       MOVE 0 TO 计价加油.
       IF 本单加油费 > 0 AND 参每格(1) > 0
       THEN COMPUTE 加油格数 = 本单加油费 / 参每格(1)
            COMPUTE 计价加油 =
                     加油格数 * 参每格(参数下标)
       END-IF.
       MOVE 0 TO 计价滞纳.
       IF 本单滞纳金 > 0
       THEN IF 参数下标 = 1 OR 基准调整日租 = 0
            THEN MOVE 本单滞纳金 TO 计价滞纳
            ELSE COMPUTE 计价滞纳 ROUNDED = 本单滞纳金
                     * 计价日租金 / 基准调整日租
            END-IF
       END-IF.
       COMPUTE 计价结果(参数下标) = 计价租金 + 计价税额
           + 计价附加 + 计价单程 + 计价超程 + 计价加油
           + 计价滞纳.

       计价部分日.
       IF 本单取车时刻 = 0 AND 本单归还时刻 = 0
       THEN MOVE 5 TO 部分日小时数
       ELSE IF 本单归还时刻 > 本单取车时刻
            THEN COMPUTE 部分日小时数 =
                     (本单归还时刻 - 本单取车时刻
                      + 99) / 100
            ELSE MOVE 1 TO 部分日小时数
            END-IF
       END-IF.
       COMPUTE 计价租金 ROUNDED = 部分日小时数 *
           计价日租金 * 参小时(参数下标) / 100.
       COMPUTE 半日费额 ROUNDED = 计价日租金 *
           参半日(参数下标) / 100.
       IF 部分日小时数 > 8
       THEN MOVE 计价日租金 TO 计价租金
       ELSE IF 部分日小时数 > 4 OR 计价租金 > 半日费额
            THEN MOVE 半日费额 TO 计价租金
            END-IF
       END-IF.

       计入分类统计.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 分类数
               OR 表分类名(表下标) = 本单分类
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       IF 表下标 > 分类数
       THEN IF 分类数 >= 20
            THEN MOVE 20 TO 表下标
                 MOVE "其他" TO 表分类名(表下标)
            ELSE COMPUTE 分类数 = 分类数 + 1
                 MOVE 分类数 TO 表下标
                 MOVE 本单分类 TO 表分类名(表下标)
                 MOVE 0 TO 表分类张数(表下标)
                 MOVE 0 TO 表分类实际(表下标)
                 MOVE 0 TO 表分类模拟(表下标)
            END-IF
       END-IF.
       ADD 1 TO 表分类张数(表下标).
       ADD 本单总额 TO 表分类实际(表下标).
       ADD 本单模拟额 TO 表分类模拟(表下标).

       计入月份统计.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 月份数
               OR 表月份(表下标) = 本单月份
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       IF 表下标 > 月份数
       THEN IF 月份数 >= 36
            THEN DISPLAY "统计月份超过36个,未计入月份:"
                     本单月份
            ELSE COMPUTE 月份数 = 月份数 + 1
                 MOVE 月份数 TO 表下标
                 MOVE 本单月份 TO 表月份(表下标)
                 MOVE 0 TO 表月份张数(表下标)
                 MOVE 0 TO 表月份实际(表下标)
                 MOVE 0 TO 表月份模拟(表下标)
            END-IF
       END-IF.
       IF 表下标 <= 月份数
       THEN ADD 1 TO 表月份张数(表下标)
            ADD 本单总额 TO 表月份实际(表下标)
            ADD 本单模拟额 TO 表月份模拟(表下标)
       END-IF.

       计入波动排行.
       IF 本单绝对差 = 0
          OR 本单绝对差 <= 表波动绝对(10)
       THEN GO TO 计入波动排行-EXIT
       END-IF.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 10
               OR 本单绝对差 > 表波动绝对(表下标)
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       MOVE 10 TO 移动下标.
       PERFORM UNTIL 移动下标 <= 表下标
       MOVE 波动项(移动下标 - 1) TO 波动项(移动下标)
       COMPUTE 移动下标 = 移动下标 - 1
       END-PERFORM.
       MOVE 本单号 TO 表波动单号(表下标).
       MOVE 本单来源 TO 表波动来源(表下标).
       MOVE 本单总额 TO 表波动实际(表下标).
       MOVE 本单模拟额 TO 表波动模拟(表下标).
       MOVE 本单差额 TO 表波动差额(表下标).
       MOVE 本单绝对差 TO 表波动绝对(表下标).
       计入波动排行-EXIT.
       EXIT.

       计算取车星期.
       COMPUTE 取车年份 = 本单起 / 10000.
       COMPUTE 取车月日合并 = 本单起 - (取车年份 * 10000).
       COMPUTE 取车月份 = 取车月日合并 / 100.
       COMPUTE 取车日份 = 取车月日合并 - (取车月份 * 100).
       IF 取车月份 < 3
       THEN COMPUTE 星期调整月份 = 取车月份 + 12
            COMPUTE 星期调整年份 = 取车年份 - 1
       ELSE MOVE 取车月份 TO 星期调整月份
            MOVE 取车年份 TO 星期调整年份
       END-IF.
       COMPUTE 星期世纪商数 = 星期调整年份 / 100.
       COMPUTE 星期世纪余数 = 星期调整年份 -
           (星期世纪商数 * 100).
       COMPUTE 星期计算值 = 取车日份
           + ((13 * (星期调整月份 + 1)) / 5)
           + 星期世纪余数 + (星期世纪余数 / 4)
           + (星期世纪商数 / 4) + (5 * 星期世纪商数).
       DIVIDE 星期计算值 BY 7 GIVING 星期计算商 REMAINDER
           取车星期几.
       IF 取车星期几 = 0 OR 取车星期几 = 1
       THEN SET 取车是周末 TO TRUE
       ELSE SET 取车不是周末 TO TRUE
       END-IF.

       核对取车节假.
       SET 取车非节假日 TO TRUE.
       MOVE 本单起 TO 假日日期.
       READ 假日 KEY IS 假日日期
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 假日按节加价
       THEN SET 取车是节假日 TO TRUE
       END-IF
       END-READ.

       输出模拟报表.
       OPEN OUTPUT 模拟报表.
       MOVE SPACE TO 模拟行.
       STRING "----定价模拟试算报表----方案:"
                  DELIMITED BY SIZE
              模拟方案号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              模拟方案名称 DELIMITED BY SIZE
         INTO 模拟行.
       PERFORM 写报表行.
       MOVE SPACE TO 模拟行.
       STRING "还车日期:" DELIMITED BY SIZE
              起始日期 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              截止日期 DELIMITED BY SIZE
              " 有效账单(含存档):" DELIMITED BY SIZE
              合计张数 DELIMITED BY SIZE
         INTO 模拟行.
       PERFORM 写报表行.
       MOVE "[按车辆类别]" TO 模拟行.
       PERFORM 写报表行.
       PERFORM 写表头行.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 分类数
       MOVE 表分类名(表下标) TO 项目名称
       MOVE 表分类张数(表下标) TO 本项张数
       MOVE 表分类实际(表下标) TO 本项实际
       MOVE 表分类模拟(表下标) TO 本项模拟
       PERFORM 写对比行
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       MOVE "[按分店]" TO 模拟行.
       PERFORM 写报表行.
       PERFORM 写表头行.
       OPEN INPUT 分店.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 99
       IF 表分店张数(表下标) > 0
       THEN MOVE 表下标 TO 分店代码
            READ 分店 KEY IS 分店代码
            INVALID KEY MOVE SPACE TO 分店名称
            END-READ
            MOVE SPACE TO 项目名称
            STRING 分店代码 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   分店名称 DELIMITED BY SIZE
              INTO 项目名称
            MOVE 表分店张数(表下标) TO 本项张数
            MOVE 表分店实际(表下标) TO 本项实际
            MOVE 表分店模拟(表下标) TO 本项模拟
            PERFORM 写对比行
       END-IF
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       CLOSE 分店.
       MOVE "[按还车月份]" TO 模拟行.
       PERFORM 写报表行.
       PERFORM 写表头行.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 月份数
       MOVE 表月份(表下标) TO 项目名称
       MOVE 表月份张数(表下标) TO 本项张数
       MOVE 表月份实际(表下标) TO 本项实际
       MOVE 表月份模拟(表下标) TO 本项模拟
       PERFORM 写对比行
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       MOVE "合计" TO 项目名称.
       MOVE 合计张数 TO 本项张数.
       MOVE 合计实际 TO 本项实际.
       MOVE 合计模拟 TO 本项模拟.
       PERFORM 写表头行.
       PERFORM 写对比行.
       MOVE "[单张账单变动最大前十名]" TO 模拟行.
       PERFORM 写报表行.
       MOVE "来源 账单号 实际金额 模拟金额 差额"
         TO 模拟行.
       PERFORM 写报表行.
       MOVE 1 TO 表下标.
       PERFORM UNTIL 表下标 > 10
       IF 表波动绝对(表下标) > 0
       THEN MOVE 表波动单号(表下标) TO 单号显示
            MOVE 表波动实际(表下标) TO 实际显示
            MOVE 表波动模拟(表下标) TO 模拟显示
            MOVE 表波动差额(表下标) TO 差额显示
            MOVE SPACE TO 模拟行
            STRING 表波动来源(表下标) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   单号显示 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   实际显示 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   模拟显示 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   差额显示 DELIMITED BY SIZE
              INTO 模拟行
            PERFORM 写报表行
       END-IF
       COMPUTE 表下标 = 表下标 + 1
       END-PERFORM.
       MOVE SPACE TO 模拟行.
       STRING "(模拟额=实际金额+按方案重算"
                  DELIMITED BY SIZE
              "与按现行重算之差;"
                  DELIMITED BY SIZE
              "折扣、损坏等单据项目视为不变)"
                  DELIMITED BY SIZE
         INTO 模拟行.
       PERFORM 写报表行.
       CLOSE 模拟报表.

       写表头行.
       MOVE "项目 张数 实际收入 模拟收入 差额 变动%"
         TO 模拟行.
       PERFORM 写报表行.

       写对比行.
       COMPUTE 本项差额 = 本项模拟 - 本项实际.
       MOVE 0 TO 变动率.
       IF 本项实际 > 0
       THEN COMPUTE 变动率 ROUNDED =
                本项差额 * 100 / 本项实际
       END-IF.
       MOVE 本项实际 TO 实际显示.
       MOVE 本项模拟 TO 模拟显示.
       MOVE 本项差额 TO 差额显示.
       MOVE 变动率 TO 变动率显示.
       MOVE SPACE TO 模拟行.
       STRING 项目名称 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本项张数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              实际显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              模拟显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              差额显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              变动率显示 DELIMITED BY SIZE
         INTO 模拟行.
       PERFORM 写报表行.

       写报表行.
       WRITE 模拟行.
       DISPLAY 模拟行.

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
