       IDENTIFICATION DIVISION.
       PROGRAM-ID.顾客资料册.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT OPTIONAL 顾客扩展 ASSIGN TO "顾客扩展.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 扩展顾客号.

        SELECT OPTIONAL 顾客身份 ASSIGN TO "顾客身份.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 身份顾客号
        ALTERNATE RECORD KEY IS 身份证号 WITH DUPLICATES.

        SELECT OPTIONAL 顾客地址 ASSIGN TO "顾客地址.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 地址顾客号.

        SELECT OPTIONAL 顾客备注 ASSIGN TO "顾客备注.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备注主键.

        SELECT OPTIONAL 年费会员 ASSIGN TO "年费会员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 年费顾客号.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 过期 ASSIGN TO "过期.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 过期编号.

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

        SELECT OPTIONAL 积分流水 ASSIGN TO "积分流水.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 流水编号.

        SELECT OPTIONAL 预付流水 ASSIGN TO "预付流水.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预付流水编号.

        SELECT OPTIONAL 应收 ASSIGN TO "应收.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应收编号.

        SELECT OPTIONAL 投诉 ASSIGN TO "投诉.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 投诉编号.

        SELECT OPTIONAL 违章 ASSIGN TO "违章.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 违章编号.

        SELECT OPTIONAL 事故 ASSIGN TO "事故.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 事故编号.

        SELECT 资料册 ASSIGN TO "顾客资料册.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 顾客.
       01 顾客记录.
        05 顾客号 PIC 9(6).
        05 顾客档案姓名 PIC BX(10).
        05 顾客档案电话 PIC B9(11).
        05 积分 PIC B9(6).
        05 企业客户 PIC 9.
         88 是企业客户 VALUE 1.
         88 不是企业客户 VALUE 0.
        05 协议折扣 PIC B9(2).
        05 信用冻结 PIC 9.
         88 信用冻结中 VALUE 1.
         88 信用正常 VALUE 0.
        05 驾照号码 PIC X(12).
        05 驾照有效期 PIC 9(8).
        05 预付余额 PIC 9(7).
       FD 顾客扩展.
       01 顾客扩展记录.
        05 扩展顾客号 PIC 9(6).
        05 会员等级 PIC 9.
         88 等级普通 VALUE 0.
         88 等级银卡 VALUE 1.
         88 等级金卡 VALUE 2.
         88 等级白金 VALUE 3.
        05 等级评定日期 PIC 9(8).
        05 出生日期 PIC 9(8).
        05 信用额度 PIC 9(7).
       FD 顾客身份.
       01 顾客身份记录.
        05 身份顾客号 PIC 9(6).
        05 身份证号 PIC X(18).
        05 身份登记日期 PIC 9(8).
       FD 顾客地址.
       01 顾客地址记录.
        05 地址顾客号 PIC 9(6).
        05 邮政编码 PIC X(6).
        05 档案地址 PIC X(30).
        05 通讯地址 PIC X(30).
       FD 顾客备注.
       01 顾客备注记录.
        05 备注主键.
         10 备注顾客号 PIC 9(6).
         10 备注序号 PIC 9(3).
        05 备注级别 PIC 9.
         88 级别普通备注 VALUE 1.
         88 级别提示备注 VALUE 2.
         88 级别高危警示 VALUE 3.
        05 备注内容 PIC X(30).
        05 备注日期 PIC 9(8).
        05 备注时分 PIC 9(4).
        05 备注操作员 PIC X(6).
       FD 年费会员.
       01 年费会员记录.
        05 年费顾客号 PIC 9(6).
        05 年费入会日期 PIC 9(8).
        05 年费起始日期 PIC 9(8).
        05 年费到期日期 PIC 9(8).
        05 年费缴费额 PIC 9(5).
        05 年费账单号 PIC 9(6).
        05 年费续费次数 PIC 9(3).
        05 年费状态 PIC 9.
         88 年费在册 VALUE 1.
         88 年费已退会 VALUE 2.
        05 年费已提醒至 PIC 9(8).
        05 年费经办员 PIC X(6).
        05 年费退会日期 PIC 9(8).
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
       FD 积分流水.
       01 流水记录.
        05 流水编号 PIC 9(6).
        05 流水顾客号 PIC 9(6).
        05 流水日期 PIC 9(8).
        05 流水类型 PIC X(4).
        05 流水积分数 PIC 9(6).
        05 流水账单号 PIC 9(6).
        05 流水后余额 PIC 9(6).
       FD 预付流水.
       01 预付流水记录.
        05 预付流水编号 PIC 9(6).
        05 预付流水顾客号 PIC 9(6).
        05 预付流水日期 PIC 9(8).
        05 预付流水类型 PIC X(4).
        05 预付流水金额 PIC 9(7).
        05 预付流水余额 PIC 9(7).
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
       FD 投诉.
       01 投诉记录.
        05 投诉编号 PIC 9(6).
        05 投诉顾客号 PIC 9(6).
        05 投诉账单号 PIC 9(6).
        05 投诉确认号 PIC 9(6).
        05 投诉类别 PIC X(8).
        05 投诉描述 PIC X(30).
        05 投诉车牌照 PIC X(6).
        05 被诉操作员 PIC X(6).
        05 投诉分店 PIC 9(2).
        05 投诉状态 PIC 9.
         88 投诉受理中 VALUE 0.
         88 投诉调查中 VALUE 1.
         88 投诉已解决 VALUE 2.
        05 处理人 PIC X(6).
        05 解决说明 PIC X(30).
        05 投诉登记日期 PIC 9(8).
        05 投诉结案日期 PIC 9(8).
       FD 违章.
       01 违章记录.
        05 违章编号 PIC 9(6).
        05 违章车牌照 PIC X(6).
        05 违章日期 PIC 9(8).
        05 违章时刻 PIC 9(4).
        05 违章罚款额 PIC 9(5).
        05 违章手续费 PIC 9(4).
        05 违章顾客号 PIC 9(6).
        05 违章账单号 PIC 9(6).
        05 违章状态 PIC 9.
         88 违章已开应收 VALUE 1.
         88 违章未匹配 VALUE 2.
        05 违章登记日期 PIC 9(8).
        05 违章操作员 PIC X(6).
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
       FD 资料册.
       01 资料行 PIC X(300).
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
       77 顾客号输入 PIC 9(6).
       77 今日日期 PIC 9(8).
       77 当前时刻 PIC 9(8).
       77 节标题 PIC X(80).
       77 节内条数 PIC 9(5).
       77 总条数 PIC 9(6).
       77 账单号数 PIC 9(3).
       77 账单号下标 PIC 9(3).
       01 账单号表.
        05 表账单号 PIC 9(6) OCCURS 500 TIMES.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
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
       DISPLAY "======== 顾客个人资料册打印 ========".
       DISPLAY SPACE.
       DISPLAY "请输入顾客号:" NO ADVANCING.
       ACCEPT 顾客号输入.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       ACCEPT 当前时刻 FROM TIME.
       OPEN INPUT 顾客.
       MOVE 顾客号输入 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY DISPLAY "没有该顾客!"
                   CLOSE 顾客
                   STOP " "
                   EXIT PROGRAM
       END-READ.
       CLOSE 顾客.
       MOVE 0 TO 总条数 账单号数.
       OPEN OUTPUT 资料册.
       MOVE SPACE TO 资料行.
       STRING "----顾客个人资料册----顾客号:"
                  DELIMITED BY SIZE
              顾客号输入 DELIMITED BY SIZE
              " 打印日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              " 时刻:" DELIMITED BY SIZE
              当前时刻(1:4) DELIMITED BY SIZE
              " 经办:" DELIMITED BY SIZE
              当前操作员 DELIMITED BY SIZE
         INTO 资料行.
       WRITE 资料行.
       MOVE "一、顾客档案" TO 节标题.
       PERFORM 写节标题.
       MOVE "  顾客号/姓名/电话/积分/企业/折扣/冻结/"
           TO 资料行.
       WRITE 资料行.
       MOVE "  驾照号码/驾照有效期/预付余额"
           TO 资料行.
       WRITE 资料行.
       MOVE 顾客记录 TO 资料行.
       PERFORM 写资料行.
       PERFORM 写节小计.
       PERFORM 列扩展与身份.
       PERFORM 列地址.
       PERFORM 列备注警示.
       PERFORM 列预定.
       PERFORM 列过期预定.
       PERFORM 列账单.
       PERFORM 列账单存档.
       PERFORM 列积分流水.
       PERFORM 列预付流水.
       PERFORM 列应收.
       PERFORM 列投诉.
       PERFORM 列违章.
       PERFORM 列事故.
       MOVE SPACE TO 资料行.
       STRING "----资料册结束----共列出记录:"
                  DELIMITED BY SIZE
              总条数 DELIMITED BY SIZE
              "条.本资料册已存入报表归档."
                  DELIMITED BY SIZE
         INTO 资料行.
       WRITE 资料行.
       MOVE "交付顾客签收:__________ 日期:__________"
           TO 资料行.
       WRITE 资料行.
       CLOSE 资料册.
       MOVE "顾客" TO 审计操作文件.
       MOVE "披露" TO 审计操作类型.
       MOVE 顾客号输入 TO 审计操作键.
       PERFORM 写审计记录.
       MOVE "顾客资料册" TO 归档报表名暂存.
       MOVE "顾客资料册.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING "顾客" DELIMITED BY SIZE
              顾客号输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.
       DISPLAY "资料册已写入顾客资料册.txt,共" 总条数
           "条记录.".
       DISPLAY "...顾客资料册打印完毕".
       STOP " ".
       EXIT PROGRAM.

       写节标题.
       MOVE 0 TO 节内条数.
       MOVE SPACE TO 资料行.
       WRITE 资料行.
       MOVE 节标题 TO 资料行.
       WRITE 资料行.

       写资料行.
       WRITE 资料行.
       COMPUTE 节内条数 = 节内条数 + 1.
       COMPUTE 总条数 = 总条数 + 1.

       写节小计.
       MOVE SPACE TO 资料行.
       IF 节内条数 = 0
       THEN MOVE "  (无记录)" TO 资料行
       ELSE STRING "  共" DELIMITED BY SIZE
                   节内条数 DELIMITED BY SIZE
                   "条" DELIMITED BY SIZE
              INTO 资料行
       END-IF.
       WRITE 资料行.

       列扩展与身份.
       MOVE "二、会员扩展" TO 节标题.
       PERFORM 写节标题.
       MOVE "  顾客号/等级/评定日/出生日期/信用额度"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 顾客扩展.
       MOVE 顾客号输入 TO 扩展顾客号.
       READ 顾客扩展 KEY IS 扩展顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客扩展记录 TO 资料行
                       PERFORM 写资料行
       END-READ.
       CLOSE 顾客扩展.
       PERFORM 写节小计.
       MOVE "三、身份登记" TO 节标题.
       PERFORM 写节标题.
       MOVE "  顾客号/身份证号/登记日期"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 顾客身份.
       MOVE 顾客号输入 TO 身份顾客号.
       READ 顾客身份 KEY IS 身份顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客身份记录 TO 资料行
                       PERFORM 写资料行
       END-READ.
       CLOSE 顾客身份.
       PERFORM 写节小计.
       MOVE "四、年费会员" TO 节标题.
       PERFORM 写节标题.
       MOVE "  顾客号/入会/起始/到期/缴费/账单号/"
           TO 资料行.
       WRITE 资料行.
       MOVE "  续费次数/状态/提醒至/经办/退会日期"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 年费会员.
       MOVE 顾客号输入 TO 年费顾客号.
       READ 年费会员 KEY IS 年费顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 年费会员记录 TO 资料行
                       PERFORM 写资料行
       END-READ.
       CLOSE 年费会员.
       PERFORM 写节小计.

       列地址.
       MOVE "五、地址" TO 节标题.
       PERFORM 写节标题.
       MOVE "  顾客号/邮政编码/档案地址/通讯地址"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 顾客地址.
       MOVE 顾客号输入 TO 地址顾客号.
       READ 顾客地址 KEY IS 地址顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客地址记录 TO 资料行
                       PERFORM 写资料行
       END-READ.
       CLOSE 顾客地址.
       PERFORM 写节小计.

       列备注警示.
       MOVE "六、备注及警示" TO 节标题.
       PERFORM 写节标题.
       MOVE "  顾客号/序号/级别(1普通2提示3高危)/内容/"
           TO 资料行.
       WRITE 资料行.
       MOVE "  日期/时分/操作员"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 顾客备注.
       MOVE 顾客号输入 TO 备注顾客号.
       MOVE 0 TO 备注序号.
       START 顾客备注 KEY IS NOT LESS THAN 备注主键
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 顾客备注 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 备注顾客号 NOT = 顾客号输入
       THEN SET 完了 TO TRUE
       ELSE MOVE 顾客备注记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 顾客备注.
       PERFORM 写节小计.

       列预定.
       MOVE "七、预定" TO 节标题.
       PERFORM 写节标题.
       MOVE "  按预定记录原样列出"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 预定.
       MOVE 顾客号输入 TO 预定客户号.
       MOVE 0 TO 预定序号.
       START 预定 KEY IS NOT LESS THAN 预定主键
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预定客户号 NOT = 顾客号输入
       THEN SET 完了 TO TRUE
       ELSE MOVE 预定记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.
       PERFORM 写节小计.

       列过期预定.
       MOVE "八、过期作废预定" TO 节标题.
       PERFORM 写节标题.
       MOVE "  按过期记录原样列出"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 过期.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 过期 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 原预定客户号 = 顾客号输入
       THEN MOVE 过期记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 过期.
       PERFORM 写节小计.

       列账单.
       MOVE "九、账单" TO 节标题.
       PERFORM 写节标题.
       MOVE "  按账单记录原样列出"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 账单.
       MOVE 顾客号输入 TO 账单顾客号.
       START 账单 KEY IS NOT LESS THAN 账单顾客号
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 账单顾客号 NOT = 顾客号输入
       THEN SET 完了 TO TRUE
       ELSE MOVE 账单记录 TO 资料行
            PERFORM 写资料行
            PERFORM 登记账单号
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.
       PERFORM 写节小计.

       列账单存档.
       MOVE "十、已存档账单" TO 节标题.
       PERFORM 写节标题.
       MOVE "  按存档记录原样列出"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单存档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 存档账单顾客号 = 顾客号输入
       THEN MOVE 账单存档记录 TO 资料行
            PERFORM 写资料行
            MOVE 存档账单号 TO 账单号
            PERFORM 登记账单号
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单存档.
       PERFORM 写节小计.

       登记账单号.
       IF 账单号数 < 500
       THEN COMPUTE 账单号数 = 账单号数 + 1
            MOVE 账单号 TO 表账单号(账单号数)
       END-IF.

       列积分流水.
       MOVE "十一、积分流水" TO 节标题.
       PERFORM 写节标题.
       MOVE "  编号/顾客号/日期/类型/积分/账单号/"
           TO 资料行.
       WRITE 资料行.
       MOVE "  变动后余额"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 积分流水.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 积分流水 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 流水顾客号 = 顾客号输入
       THEN MOVE 流水记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 积分流水.
       PERFORM 写节小计.

       列预付流水.
       MOVE "十二、预付账户流水" TO 节标题.
       PERFORM 写节标题.
       MOVE "  编号/顾客号/日期/类型/金额/余额"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 预付流水.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预付流水 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预付流水顾客号 = 顾客号输入
       THEN MOVE 预付流水记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预付流水.
       PERFORM 写节小计.

       列应收.
       MOVE "十三、应收账款" TO 节标题.
       PERFORM 写节标题.
       MOVE "  编号/顾客号/账单号/原始/已收/余额/"
           TO 资料行.
       WRITE 资料行.
       MOVE "  开立日期/状态(0未结1已结)/结清日期"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 应收.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应收 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应收顾客号 = 顾客号输入
       THEN MOVE 应收记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应收.
       PERFORM 写节小计.

       列投诉.
       MOVE "十四、投诉" TO 节标题.
       PERFORM 写节标题.
       MOVE "  按投诉记录原样列出"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 投诉.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 投诉 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 投诉顾客号 = 顾客号输入
       THEN MOVE 投诉记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 投诉.
       PERFORM 写节小计.

       列违章.
       MOVE "十五、交通违章" TO 节标题.
       PERFORM 写节标题.
       MOVE "  编号/车牌/日期/时刻/罚款/手续费/"
           TO 资料行.
       WRITE 资料行.
       MOVE "  顾客号/账单号/状态/登记日期/操作员"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 违章.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 违章 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 违章顾客号 = 顾客号输入
       THEN MOVE 违章记录 TO 资料行
            PERFORM 写资料行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 违章.
       PERFORM 写节小计.

       列事故.
       MOVE "十六、事故" TO 节标题.
       PERFORM 写节标题.
       MOVE "  按该顾客账单关联的事故记录列出"
           TO 资料行.
       WRITE 资料行.
       OPEN INPUT 事故.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 事故 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 核对事故账单
       END-READ
       END-PERFORM.
       CLOSE 事故.
       PERFORM 写节小计.

       核对事故账单.
       SET 没找到 TO TRUE.
       MOVE 1 TO 账单号下标.
       PERFORM UNTIL 找到 OR 账单号下标 > 账单号数
       IF 表账单号(账单号下标) = 事故账单号
       THEN SET 找到 TO TRUE
       ELSE COMPUTE 账单号下标 = 账单号下标 + 1
       END-IF
       END-PERFORM.
       IF 找到
       THEN MOVE 事故记录 TO 资料行
            PERFORM 写资料行
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
