       IDENTIFICATION DIVISION.
       PROGRAM-ID.日统计过账.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 日统计 ASSIGN TO "日统计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日统计主键
        FILE STATUS IS 文件状态码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 账单存档 ASSIGN TO "账单存档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存档账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 计费方案 ASSIGN TO "计费方案.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 方案确认号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 贷项通知 ASSIGN TO "贷项通知.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贷项编号
        ALTERNATE RECORD KEY IS 贷项账单号 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 过期 ASSIGN TO "过期.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 过期编号
        FILE STATUS IS 文件状态码.

        SELECT 候补 ASSIGN TO "候补.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 候补编号
        FILE STATUS IS 文件状态码.

        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号
        FILE STATUS IS 文件状态码.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号
        FILE STATUS IS 文件状态码.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号
        FILE STATUS IS 文件状态码.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       FD 日统计.
       01 日统计记录.
        05 日统计主键.
         10 日统计日期 PIC 9(8).
         10 日统计分店 PIC 9(2).
         10 日统计类别 PIC 9.
        05 日统计数据.
         10 日统计还车笔数 PIC 9(5).
         10 日统计租天 PIC 9(6).
         10 日统计营收 PIC 9(9).
         10 日统计滞纳金 PIC 9(7).
         10 日统计超里程费 PIC 9(7).
         10 日统计加油费 PIC 9(7).
         10 日统计损坏费 PIC 9(7).
         10 日统计附加费 PIC 9(7).
         10 日统计单程费 PIC 9(7).
         10 日统计税额 PIC 9(7).
         10 日统计作废笔数 PIC 9(5).
         10 日统计贷项张数 PIC 9(5).
         10 日统计贷项金额 PIC 9(9).
         10 日统计贷项税额 PIC 9(7).
         10 日统计取车笔数 PIC 9(5).
         10 日统计失约笔数 PIC 9(5).
         10 日统计候补笔数 PIC 9(5).
         10 日统计里程单数 PIC 9(5).
         10 日统计里程营收 PIC 9(9).
         10 日统计里程费 PIC 9(7).
         10 日统计计费里程 PIC 9(8).
        05 日统计车队数 PIC 9(5).
        05 日统计过账日期 PIC 9(8).
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
       FD 贷项通知.
       01 贷项通知记录.
        05 贷项编号 PIC 9(6).
        05 贷项账单号 PIC 9(6).
        05 贷项顾客号 PIC 9(6).
        05 贷项分店 PIC 9(2).
        05 贷项日期 PIC 9(8).
        05 贷项付款方式 PIC X(4).
        05 减租金 PIC 9(7).
        05 减滞纳金 PIC 9(4).
        05 减超里程 PIC 9(4).
        05 减加油费 PIC 9(4).
        05 减损坏费 PIC 9(4).
        05 减附加费 PIC 9(4).
        05 减税额 PIC 9(5).
        05 贷项合计 PIC 9(7).
        05 贷项原因 PIC 9.
         88 原因计费差错 VALUE 1.
         88 原因服务补偿 VALUE 2.
         88 原因车辆故障 VALUE 3.
         88 原因优惠漏录 VALUE 4.
         88 原因其他 VALUE 5.
        05 贷项批准主管 PIC X(6).
        05 贷项经办 PIC X(6).
        05 冲应收金额 PIC 9(7).
        05 转退款金额 PIC 9(7).
        05 贷项应收编号 PIC 9(6).
        05 贷项退款编号 PIC 9(6).
       FD 过期.
       01 过期记录.
        05 过期编号 PIC 9(6).
        05 原预定客户号 PIC 9(6).
        05 原预定序号 PIC 9(4).
        05 顾客姓名 PIC BX(10).
        05 顾客号码 PIC B9(11).
        05 车辆类别 PIC BX(4).
        05 车辆编号 PIC B99.
        05 车牌照 PIC BX(6).
        05 车厂家 PIC BX(10).
        05 车型号 PIC BX(5).
        05 车公里数 PIC B9(6).
        05 车日租金 PIC B999.
        05 原预定起 PIC B9(8).
        05 原预定止 PIC B9(8).
        05 作废日期 PIC B9(8).
        05 过期确认号 PIC B9(6).
        05 过期押金 PIC B9999.
        05 押金处置 PIC 9.
         88 押金待处置 VALUE 0.
         88 押金已退还 VALUE 1.
         88 押金已没收 VALUE 2.
        05 处置日期 PIC B9(8).
       FD 候补.
       01 候补记录.
        05 候补编号 PIC 9(6).
        05 候补车牌照 PIC BX(6).
        05 候补车辆类别 PIC B9(2).
        05 候补客户号 PIC B9(6).
        05 候补客户姓名 PIC BX(10).
        05 候补客户号码 PIC B9(11).
        05 候补预定起 PIC B9(8).
        05 候补归还止 PIC B9(8).
        05 候补登记日期 PIC B9(8).
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
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 培训标志.
       01 培训标志行 PIC X(10).
       FD 批模式.
       01 批模式行 PIC X(10).

       WORKING-STORAGE SECTION.
       01 培训模式状态 PIC 9.
        88 培训模式中 VALUE 1.
        88 非培训模式 VALUE 0.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 新记录开关 PIC 9.
        88 是新记录 VALUE 1.
        88 非新记录 VALUE 0.
       01 增量区.
        05 增量还车笔数 PIC 9(5).
        05 增量租天 PIC 9(6).
        05 增量营收 PIC 9(9).
        05 增量滞纳金 PIC 9(7).
        05 增量超里程费 PIC 9(7).
        05 增量加油费 PIC 9(7).
        05 增量损坏费 PIC 9(7).
        05 增量附加费 PIC 9(7).
        05 增量单程费 PIC 9(7).
        05 增量税额 PIC 9(7).
        05 增量作废笔数 PIC 9(5).
        05 增量贷项张数 PIC 9(5).
        05 增量贷项金额 PIC 9(9).
        05 增量贷项税额 PIC 9(7).
        05 增量取车笔数 PIC 9(5).
        05 增量失约笔数 PIC 9(5).
        05 增量候补笔数 PIC 9(5).
        05 增量里程单数 PIC 9(5).
        05 增量里程营收 PIC 9(9).
        05 增量里程费 PIC 9(7).
        05 增量计费里程 PIC 9(8).
       01 车队表.
        05 车队分店项 OCCURS 100.
         10 车队类别数 PIC 9(5) OCCURS 3.
       77 车队下标 PIC 9(3).
       77 车队类别下标 PIC 9.
       77 选择 PIC 9.
       77 营业日期 PIC 9(8).
       77 已过账至 PIC 9(8).
       77 触发下限 PIC 9(8).
       77 触发上限 PIC 9(8).
       77 归属起 PIC 9(8).
       77 归属止 PIC 9(8).
       77 区间起输入 PIC 9(8).
       77 区间止输入 PIC 9(8).
       77 本条触发日 PIC 9(8).
       77 本条日期 PIC 9(8).
       77 本条分店 PIC 9(2).
       77 本条类别 PIC 9.
       77 本单分类 PIC X(5).
       77 过账单数 PIC 9(6).
       77 新增记录数 PIC 9(6).
       77 更新记录数 PIC 9(6).
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "日统计过账".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       日统计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 日统计.
       日统计文件出错处理.
       MOVE "日统计" TO 异常文件名.
       MOVE 日统计主键 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       账单存档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单存档.
       账单存档文件出错处理.
       MOVE "账单存档" TO 异常文件名.
       MOVE 存档账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       计费方案文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 计费方案.
       计费方案文件出错处理.
       MOVE "计费方案" TO 异常文件名.
       MOVE 方案确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       贷项通知文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贷项通知.
       贷项通知文件出错处理.
       MOVE "贷项通知" TO 异常文件名.
       MOVE 贷项编号 TO 异常记录键.
       PERFORM 登记文件异常.
       过期文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 过期.
       过期文件出错处理.
       MOVE "过期" TO 异常文件名.
       MOVE 过期编号 TO 异常记录键.
       PERFORM 登记文件异常.
       候补文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 候补.
       候补文件出错处理.
       MOVE "候补" TO 异常文件名.
       MOVE 候补编号 TO 异常记录键.
       PERFORM 登记文件异常.
       小车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 小车.
       小车文件出错处理.
       MOVE "小车" TO 异常文件名.
       MOVE 小车号 TO 异常记录键.
       PERFORM 登记文件异常.
       中车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 中车.
       中车文件出错处理.
       MOVE "中车" TO 异常文件名.
       MOVE 中车号 TO 异常记录键.
       PERFORM 登记文件异常.
       大文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 大.
       大文件出错处理.
       MOVE "大" TO 异常文件名.
       MOVE 大车号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵.
       贵文件出错处理.
       MOVE "贵" TO 异常文件名.
       MOVE 贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
       PERFORM 登记文件异常.
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       批模式文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 批模式.
       批模式文件出错处理.
       MOVE "批模式" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       登记文件异常.
       CALL "异常登记" USING 异常程序名 异常文件名
           文件状态码 异常记录键.
       DISPLAY "文件错误:" NO ADVANCING.
       DISPLAY 异常文件名 NO ADVANCING.
       DISPLAY " 状态:" NO ADVANCING.
       DISPLAY 文件状态码.
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
       END DECLARATIVES.
       主流程 SECTION.
       PERFORM 检查培训模式.
       IF 培训模式中
       THEN DISPLAY "培训模式下本功能已停用."
            EXIT PROGRAM
       END-IF.
       PERFORM 检查批模式.
       DISPLAY "======== 日统计过账 ========".
       CALL "营业日" USING 营业日期.
       MOVE 1 TO 选择.
       IF 人工操作
       THEN DISPLAY "1、过账当日统计(营业日:" NO ADVANCING
            DISPLAY 营业日期 NO ADVANCING
            DISPLAY ")"
            DISPLAY "2、重建指定期间统计"
            DISPLAY "0、退出"
            DISPLAY "请输入你的选择:" NO ADVANCING
            ACCEPT 选择
       END-IF.
       MOVE 0 TO 过账单数 新增记录数 更新记录数.
       EVALUATE 选择
       WHEN 1 PERFORM 过账当日 THRU 过账当日-EXIT
       WHEN 2 PERFORM 重建区间 THRU 重建区间-EXIT
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY "...日统计过账结束".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       过账当日.
       OPEN I-O 日统计.
       PERFORM 读取过账控制.
       IF 营业日期 <= 已过账至
       THEN DISPLAY "日统计已过账至" NO ADVANCING
            DISPLAY 已过账至 NO ADVANCING
            DISPLAY ",本营业日无需重复过账."
            CLOSE 日统计
            GO TO 过账当日-EXIT
       END-IF.
       MOVE 已过账至 TO 触发下限.
       MOVE 营业日期 TO 触发上限.
       MOVE 0 TO 归属起.
       MOVE 99999999 TO 归属止.
       PERFORM 汇集各来源.
       PERFORM 登记车队数.
       MOVE 营业日期 TO 已过账至.
       PERFORM 写过账控制.
       CLOSE 日统计.
       MOVE "日统计" TO 审计操作文件.
       MOVE "过账" TO 审计操作类型.
       MOVE 营业日期 TO 审计操作键.
       PERFORM 写审计记录.
       PERFORM 显示过账结果.
       过账当日-EXIT.
           EXIT.

       重建区间.
       DISPLAY "账单作废或开具贷项通知后,".
       DISPLAY "可重建相关期间的统计.".
       DISPLAY "请输入重建起始日期(YYYYMMDD):"
           NO ADVANCING.
       ACCEPT 区间起输入.
       DISPLAY "请输入重建截止日期(YYYYMMDD):"
           NO ADVANCING.
       ACCEPT 区间止输入.
       IF 区间起输入 = 0 OR 区间止输入 < 区间起输入
       THEN DISPLAY "日期区间无效."
            GO TO 重建区间-EXIT
       END-IF.
       IF 区间止输入 > 营业日期
       THEN DISPLAY "截止日期不能晚于当前营业日."
            GO TO 重建区间-EXIT
       END-IF.
       OPEN I-O 日统计.
       PERFORM 读取过账控制.
       IF 区间止输入 > 已过账至
       THEN MOVE 区间止输入 TO 已过账至
       END-IF.
       MOVE 0 TO 触发下限.
       MOVE 已过账至 TO 触发上限.
       MOVE 区间起输入 TO 归属起.
       MOVE 区间止输入 TO 归属止.
       PERFORM 清零区间.
       PERFORM 汇集各来源.
       PERFORM 写过账控制.
       CLOSE 日统计.
       MOVE "日统计" TO 审计操作文件.
       MOVE "重建" TO 审计操作类型.
       MOVE SPACE TO 审计操作键.
       STRING 区间起输入 DELIMITED BY SIZE
              区间止输入(5:4) DELIMITED BY SIZE
         INTO 审计操作键.
       PERFORM 写审计记录.
       PERFORM 显示过账结果.
       重建区间-EXIT.
           EXIT.

       显示过账结果.
       DISPLAY "处理账单数:" NO ADVANCING.
       DISPLAY 过账单数.
       DISPLAY "新增统计记录:" NO ADVANCING.
       DISPLAY 新增记录数 NO ADVANCING.
       DISPLAY " 更新统计记录:" NO ADVANCING.
       DISPLAY 更新记录数.
       DISPLAY "日统计已过账至:" NO ADVANCING.
       DISPLAY 已过账至.

       读取过账控制.
       MOVE 0 TO 已过账至.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 日统计过账日期 TO 已过账至
       END-READ.

       写过账控制.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY
            PERFORM 清空日统计数据
            MOVE 0 TO 日统计日期 日统计分店 日统计类别
            MOVE 0 TO 日统计车队数
            MOVE 已过账至 TO 日统计过账日期
            WRITE 日统计记录
       NOT INVALID KEY
            MOVE 已过账至 TO 日统计过账日期
            REWRITE 日统计记录
       END-READ.

       清零区间.
       MOVE 归属起 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 没完了 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 日统计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 归属止
       THEN SET 完了 TO TRUE
       ELSE PERFORM 清空日统计数据
            MOVE 营业日期 TO 日统计过账日期
            REWRITE 日统计记录
       END-IF
       END-READ
       END-PERFORM.

       汇集各来源.
       PERFORM 汇集账单.
       PERFORM 汇集存档.
       PERFORM 汇集贷项.
       PERFORM 汇集过期.
       PERFORM 汇集候补.

       汇集账单.
       OPEN INPUT 账单.
       OPEN INPUT 计费方案.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 账单归还止 TO 本条触发日
       IF 本条触发日 > 触发下限
          AND 本条触发日 <= 触发上限
       THEN PERFORM 过账账单
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 计费方案.
       CLOSE 账单.

       过账账单.
       COMPUTE 过账单数 = 过账单数 + 1.
       MOVE 账单分店 TO 本条分店.
       MOVE 账单类别1 TO 本单分类.
       PERFORM 归类本单.
       PERFORM 清空增量区.
       MOVE 账单归还止 TO 本条日期.
       IF 账单已作废
       THEN MOVE 1 TO 增量作废笔数
            PERFORM 累加日统计 THRU 累加日统计-EXIT
       ELSE MOVE 1 TO 增量还车笔数
            MOVE 租车天数 TO 增量租天
            MOVE 总金额 TO 增量营收
            MOVE 滞纳金 TO 增量滞纳金
            MOVE 超里程费 TO 增量超里程费
            MOVE 加油费 TO 增量加油费
            MOVE 损坏费 TO 增量损坏费
            MOVE 附加服务费 TO 增量附加费
            MOVE 单程费 TO 增量单程费
            MOVE 账单税额 TO 增量税额
            PERFORM 查按里程方案
            PERFORM 累加日统计 THRU 累加日统计-EXIT
            PERFORM 清空增量区
            MOVE 1 TO 增量取车笔数
            MOVE 账单预定起 TO 本条日期
            PERFORM 累加日统计 THRU 累加日统计-EXIT
       END-IF.

       查按里程方案.
       MOVE 账单确认号 TO 方案确认号.
       READ 计费方案 KEY IS 方案确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 方案按里程计费 AND 方案已结算
          AND 方案账单号 = 账单号
       THEN MOVE 1 TO 增量里程单数
            MOVE 总金额 TO 增量里程营收
            MOVE 方案里程费 TO 增量里程费
            MOVE 方案行驶里程 TO 增量计费里程
       END-IF
       END-READ.

       汇集存档.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单存档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 存档归还止 TO 本条触发日
       IF 本条触发日 > 触发下限
          AND 本条触发日 <= 触发上限
       THEN PERFORM 过账存档
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单存档.

       过账存档.
       COMPUTE 过账单数 = 过账单数 + 1.
       MOVE 存档分店 TO 本条分店.
       MOVE 存档类别1 TO 本单分类.
       PERFORM 归类本单.
       PERFORM 清空增量区.
       MOVE 存档归还止 TO 本条日期.
       IF 存档状态 NOT = 1
       THEN MOVE 1 TO 增量作废笔数
            PERFORM 累加日统计 THRU 累加日统计-EXIT
       ELSE MOVE 1 TO 增量还车笔数
            MOVE 存档租车天数 TO 增量租天
            MOVE 存档总金额 TO 增量营收
            MOVE 存档滞纳金 TO 增量滞纳金
            MOVE 存档超里程费 TO 增量超里程费
            MOVE 存档加油费 TO 增量加油费
            MOVE 存档损坏费 TO 增量损坏费
            MOVE 存档附加服务费 TO 增量附加费
            MOVE 存档税额 TO 增量税额
            PERFORM 累加日统计 THRU 累加日统计-EXIT
            PERFORM 清空增量区
            MOVE 1 TO 增量取车笔数
            MOVE 存档预定起 TO 本条日期
            PERFORM 累加日统计 THRU 累加日统计-EXIT
       END-IF.

       汇集贷项.
       OPEN INPUT 贷项通知.
       OPEN INPUT 账单.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贷项通知 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 贷项日期 > 触发下限 AND 贷项日期 <= 触发上限
       THEN PERFORM 过账贷项
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单存档.
       CLOSE 账单.
       CLOSE 贷项通知.

       过账贷项.
       MOVE SPACE TO 本单分类.
       MOVE 贷项账单号 TO 账单号.
       READ 账单 KEY IS 账单号
       INVALID KEY
       MOVE 贷项账单号 TO 存档账单号
       READ 账单存档 KEY IS 存档账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 存档类别1 TO 本单分类
       END-READ
       NOT INVALID KEY MOVE 账单类别1 TO 本单分类
       END-READ.
       PERFORM 归类本单.
       MOVE 贷项分店 TO 本条分店.
       MOVE 贷项日期 TO 本条日期.
       PERFORM 清空增量区.
       MOVE 1 TO 增量贷项张数.
       MOVE 贷项合计 TO 增量贷项金额.
       MOVE 减税额 TO 增量贷项税额.
       PERFORM 累加日统计 THRU 累加日统计-EXIT.

       汇集过期.
       OPEN INPUT 过期.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 过期 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 作废日期 TO 本条触发日
       IF 本条触发日 > 触发下限
          AND 本条触发日 <= 触发上限
       THEN MOVE 车辆类别 TO 本单分类
            PERFORM 归类本单
            MOVE 0 TO 本条分店
            MOVE 原预定起 TO 本条日期
            PERFORM 清空增量区
            MOVE 1 TO 增量失约笔数
            PERFORM 累加日统计 THRU 累加日统计-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 过期.

       汇集候补.
       OPEN INPUT 候补.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 候补 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 候补登记日期 TO 本条触发日
       IF 本条触发日 > 触发下限
          AND 本条触发日 <= 触发上限
       THEN EVALUATE 候补车辆类别
            WHEN 1 MOVE 1 TO 本条类别
            WHEN 2 MOVE 2 TO 本条类别
            WHEN OTHER MOVE 3 TO 本条类别
            END-EVALUATE
            MOVE 0 TO 本条分店
            MOVE 候补预定起 TO 本条日期
            PERFORM 清空增量区
            MOVE 1 TO 增量候补笔数
            PERFORM 累加日统计 THRU 累加日统计-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 候补.

       归类本单.
       EVALUATE 本单分类
       WHEN "С��" MOVE 1 TO 本条类别
       WHEN "�г�" MOVE 2 TO 本条类别
       WHEN OTHER MOVE 3 TO 本条类别
       END-EVALUATE.

       累加日统计.
       IF 本条日期 < 归属起 OR 本条日期 > 归属止
          OR 本条日期 = 0
       THEN GO TO 累加日统计-EXIT
       END-IF.
       MOVE 本条日期 TO 日统计日期.
       MOVE 本条分店 TO 日统计分店.
       MOVE 本条类别 TO 日统计类别.
       SET 非新记录 TO TRUE.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY SET 是新记录 TO TRUE
       END-READ.
       IF 是新记录
       THEN PERFORM 清空日统计数据
            MOVE 本条日期 TO 日统计日期
            MOVE 本条分店 TO 日统计分店
            MOVE 本条类别 TO 日统计类别
            MOVE 0 TO 日统计车队数
       END-IF.
       ADD 增量还车笔数 TO 日统计还车笔数.
       ADD 增量租天 TO 日统计租天.
       ADD 增量营收 TO 日统计营收.
       ADD 增量滞纳金 TO 日统计滞纳金.
       ADD 增量超里程费 TO 日统计超里程费.
       ADD 增量加油费 TO 日统计加油费.
       ADD 增量损坏费 TO 日统计损坏费.
       ADD 增量附加费 TO 日统计附加费.
       ADD 增量单程费 TO 日统计单程费.
       ADD 增量税额 TO 日统计税额.
       ADD 增量作废笔数 TO 日统计作废笔数.
       ADD 增量贷项张数 TO 日统计贷项张数.
       ADD 增量贷项金额 TO 日统计贷项金额.
       ADD 增量贷项税额 TO 日统计贷项税额.
       ADD 增量取车笔数 TO 日统计取车笔数.
       ADD 增量失约笔数 TO 日统计失约笔数.
       ADD 增量候补笔数 TO 日统计候补笔数.
       ADD 增量里程单数 TO 日统计里程单数.
       ADD 增量里程营收 TO 日统计里程营收.
       ADD 增量里程费 TO 日统计里程费.
       ADD 增量计费里程 TO 日统计计费里程.
       MOVE 营业日期 TO 日统计过账日期.
       IF 是新记录
       THEN WRITE 日统计记录
            COMPUTE 新增记录数 = 新增记录数 + 1
       ELSE REWRITE 日统计记录
            COMPUTE 更新记录数 = 更新记录数 + 1
       END-IF.
       累加日统计-EXIT.
           EXIT.

       登记车队数.
       MOVE 1 TO 车队下标.
       PERFORM UNTIL 车队下标 > 100
       MOVE 0 TO 车队类别数(车队下标, 1)
       MOVE 0 TO 车队类别数(车队下标, 2)
       MOVE 0 TO 车队类别数(车队下标, 3)
       COMPUTE 车队下标 = 车队下标 + 1
       END-PERFORM.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用1
       THEN MOVE 小车分店 TO 本条分店
            MOVE 1 TO 车队类别下标
            PERFORM 计入车队表
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用2
       THEN MOVE 中车分店 TO 本条分店
            MOVE 2 TO 车队类别下标
            PERFORM 计入车队表
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用3
       THEN MOVE 大车分店 TO 本条分店
            MOVE 3 TO 车队类别下标
            PERFORM 计入车队表
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用4
       THEN MOVE 贵车分店 TO 本条分店
            MOVE 3 TO 车队类别下标
            PERFORM 计入车队表
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.
       MOVE 1 TO 车队下标.
       PERFORM UNTIL 车队下标 > 100
       MOVE 1 TO 车队类别下标
       PERFORM UNTIL 车队类别下标 > 3
       IF 车队类别数(车队下标, 车队类别下标) > 0
       THEN PERFORM 写车队数
       END-IF
       COMPUTE 车队类别下标 = 车队类别下标 + 1
       END-PERFORM
       COMPUTE 车队下标 = 车队下标 + 1
       END-PERFORM.

       计入车队表.
       COMPUTE 车队下标 = 本条分店 + 1.
       ADD 1 TO 车队类别数(车队下标, 车队类别下标).

       写车队数.
       MOVE 营业日期 TO 日统计日期.
       COMPUTE 日统计分店 = 车队下标 - 1.
       MOVE 车队类别下标 TO 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY
            PERFORM 清空日统计数据
            MOVE 营业日期 TO 日统计日期
            COMPUTE 日统计分店 = 车队下标 - 1
            MOVE 车队类别下标 TO 日统计类别
            MOVE 车队类别数(车队下标, 车队类别下标)
              TO 日统计车队数
            MOVE 营业日期 TO 日统计过账日期
            WRITE 日统计记录
            COMPUTE 新增记录数 = 新增记录数 + 1
       NOT INVALID KEY
            MOVE 车队类别数(车队下标, 车队类别下标)
              TO 日统计车队数
            MOVE 营业日期 TO 日统计过账日期
            REWRITE 日统计记录
            COMPUTE 更新记录数 = 更新记录数 + 1
       END-READ.

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
       MOVE 批处理操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.

       检查批模式.
       SET 人工操作 TO TRUE.
       OPEN INPUT 批模式.
       READ 批模式
       AT END CONTINUE
       NOT AT END
       IF 批模式行(1:1) = "1"
       THEN SET 批处理中 TO TRUE
       END-IF
       END-READ.
       CLOSE 批模式.

       检查培训模式.
       SET 非培训模式 TO TRUE.
       OPEN INPUT 培训标志.
       READ 培训标志
       AT END CONTINUE
       NOT AT END
       IF 培训标志行(1:1) = "1"
       THEN SET 培训模式中 TO TRUE
       END-IF
       END-READ.
       CLOSE 培训标志.

       清空日统计数据.
       MOVE 0 TO 日统计还车笔数.
       MOVE 0 TO 日统计租天.
       MOVE 0 TO 日统计营收.
       MOVE 0 TO 日统计滞纳金.
       MOVE 0 TO 日统计超里程费.
       MOVE 0 TO 日统计加油费.
       MOVE 0 TO 日统计损坏费.
       MOVE 0 TO 日统计附加费.
       MOVE 0 TO 日统计单程费.
       MOVE 0 TO 日统计税额.
       MOVE 0 TO 日统计作废笔数.
       MOVE 0 TO 日统计贷项张数.
       MOVE 0 TO 日统计贷项金额.
       MOVE 0 TO 日统计贷项税额.
       MOVE 0 TO 日统计取车笔数.
       MOVE 0 TO 日统计失约笔数.
       MOVE 0 TO 日统计候补笔数.
       MOVE 0 TO 日统计里程单数.
       MOVE 0 TO 日统计里程营收.
       MOVE 0 TO 日统计里程费.
       MOVE 0 TO 日统计计费里程.

       清空增量区.
       MOVE 0 TO 增量还车笔数.
       MOVE 0 TO 增量租天.
       MOVE 0 TO 增量营收.
       MOVE 0 TO 增量滞纳金.
       MOVE 0 TO 增量超里程费.
       MOVE 0 TO 增量加油费.
       MOVE 0 TO 增量损坏费.
       MOVE 0 TO 增量附加费.
       MOVE 0 TO 增量单程费.
       MOVE 0 TO 增量税额.
       MOVE 0 TO 增量作废笔数.
       MOVE 0 TO 增量贷项张数.
       MOVE 0 TO 增量贷项金额.
       MOVE 0 TO 增量贷项税额.
       MOVE 0 TO 增量取车笔数.
       MOVE 0 TO 增量失约笔数.
       MOVE 0 TO 增量候补笔数.
       MOVE 0 TO 增量里程单数.
       MOVE 0 TO 增量里程营收.
       MOVE 0 TO 增量里程费.
       MOVE 0 TO 增量计费里程.
