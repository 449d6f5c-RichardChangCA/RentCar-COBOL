       IDENTIFICATION DIVISION.
       PROGRAM-ID.顾客匿名.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客扩展 ASSIGN TO "顾客扩展.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 扩展顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客地址 ASSIGN TO "顾客地址.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 地址顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客身份 ASSIGN TO "顾客身份.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 身份顾客号
        ALTERNATE RECORD KEY IS 身份证号 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 副驾驶 ASSIGN TO "副驾驶.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 副驾主键
        FILE STATUS IS 文件状态码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 应收 ASSIGN TO "应收.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应收编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 事故 ASSIGN TO "事故.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 事故编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 违章 ASSIGN TO "违章.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 违章编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 年费会员 ASSIGN TO "年费会员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 年费顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 保留参数 ASSIGN TO "保留参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 保留参数编号
        FILE STATUS IS 文件状态码.

        SELECT 匿名清单 ASSIGN TO "顾客匿名清单.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

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
       FD 顾客地址.
       01 顾客地址记录.
        05 地址顾客号 PIC 9(6).
        05 邮政编码 PIC X(6).
        05 档案地址 PIC X(30).
        05 通讯地址 PIC X(30).
       FD 顾客身份.
       01 顾客身份记录.
        05 身份顾客号 PIC 9(6).
        05 身份证号 PIC X(18).
        05 身份登记日期 PIC 9(8).
       FD 副驾驶.
       01 副驾驶记录.
        05 副驾主键.
         10 副驾确认号 PIC 9(6).
         10 副驾序号 PIC 9(2).
        05 副驾姓名 PIC X(10).
        05 副驾驾照号码 PIC X(12).
        05 副驾驾照有效期 PIC 9(8).
        05 副驾登记日期 PIC 9(8).
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
       FD 保留参数.
       01 保留参数记录.
        05 保留参数编号 PIC 9(2).
        05 保留年数 PIC 9(2).
        05 保留设置操作员 PIC X(6).
        05 保留设置日期 PIC 9(8).
       FD 匿名清单.
       01 匿名清单行 PIC X(100).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 日志.
       01 日志记录.
        05 日志编号 PIC 9(8).
        05 日志日期 PIC 9(8).
        05 日志时间 PIC 9(8).
        05 日志文件 PIC X(8).
        05 日志动作 PIC X(8).
        05 日志键 PIC X(12).
        05 日志映像 PIC X(250).
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
       01 试运行开关 PIC 9.
        88 试运行 VALUE 1.
        88 正式运行 VALUE 0.
       77 确认选择 PIC X.
       77 今日日期 PIC 9(8).
       77 截止日期 PIC 9(8).
       77 本次年数 PIC 9(2).
       77 匿名姓名 PIC BX(10).
       77 匿名地址 PIC X(30) VALUE "已匿名".
       77 本客顾客号 PIC 9(6).
       77 末次活动日 PIC 9(8).
       77 日期暂存 PIC 9(8).
       77 确认号暂存 PIC 9(6).
       77 保留原因 PIC X(8).
       01 处理文件.
        05 处理顾客 PIC X(7).
        05 处理扩展 PIC X(7).
        05 处理地址 PIC X(7).
        05 处理身份 PIC X(7).
        05 处理副驾 PIC X(12).
       77 副驾人数 PIC 9(3).
       77 审查人数 PIC 9(6).
       77 匿名人数 PIC 9(6).
       77 保留人数 PIC 9(6).
       77 已匿名人数 PIC 9(6).
       77 排除数 PIC 9(4).
       77 排除下标 PIC 9(4).
       77 排除表满提示 PIC 9 VALUE 0.
       01 排除表.
        05 排除项 OCCURS 3000 TIMES.
         10 排除顾客号 PIC 9(6).
         10 排除原因 PIC X(8).
       77 确认号数 PIC 9(3).
       77 确认号下标 PIC 9(3).
       01 确认号表.
        05 表确认号 PIC 9(6) OCCURS 200 TIMES.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       01 子是否完了 PIC 9.
        88 子完了 VALUE 1.
        88 子没完了 VALUE 0.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "顾客匿名".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客扩展文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客扩展.
       顾客扩展文件出错处理.
       MOVE "顾客扩展" TO 异常文件名.
       MOVE 扩展顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客地址文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客地址.
       顾客地址文件出错处理.
       MOVE "顾客地址" TO 异常文件名.
       MOVE 地址顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客身份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客身份.
       顾客身份文件出错处理.
       MOVE "顾客身份" TO 异常文件名.
       MOVE 身份顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       副驾驶文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 副驾驶.
       副驾驶文件出错处理.
       MOVE "副驾驶" TO 异常文件名.
       MOVE 副驾主键 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       应收文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 应收.
       应收文件出错处理.
       MOVE "应收" TO 异常文件名.
       MOVE 应收编号 TO 异常记录键.
       PERFORM 登记文件异常.
       事故文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 事故.
       事故文件出错处理.
       MOVE "事故" TO 异常文件名.
       MOVE 事故编号 TO 异常记录键.
       PERFORM 登记文件异常.
       违章文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 违章.
       违章文件出错处理.
       MOVE "违章" TO 异常文件名.
       MOVE 违章编号 TO 异常记录键.
       PERFORM 登记文件异常.
       年费会员文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 年费会员.
       年费会员文件出错处理.
       MOVE "年费会员" TO 异常文件名.
       MOVE 年费顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       保留参数文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 保留参数.
       保留参数文件出错处理.
       MOVE "保留参数" TO 异常文件名.
       MOVE 保留参数编号 TO 异常记录键.
       PERFORM 登记文件异常.
       匿名清单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 匿名清单.
       匿名清单文件出错处理.
       MOVE "匿名清单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
       PERFORM 登记文件异常.
       日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 日志.
       日志文件出错处理.
       MOVE "日志" TO 异常文件名.
       MOVE 日志编号 TO 异常记录键.
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
       DISPLAY "======== 顾客资料保留期匿名化 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE "已匿名" TO 匿名姓名.
       PERFORM 载入保留参数.
       MOVE 保留年数 TO 本次年数.
       SET 正式运行 TO TRUE.
       IF 人工操作
       THEN PERFORM 人工运行选项
       END-IF.
       COMPUTE 截止日期 = 今日日期 - 本次年数 * 10000.
       MOVE 0 TO 审查人数 匿名人数 保留人数 已匿名人数.
       PERFORM 建立排除表.
       OPEN OUTPUT 匿名清单.
       PERFORM 写清单表头.
       OPEN I-O 顾客.
       OPEN I-O 顾客扩展.
       OPEN I-O 顾客地址.
       OPEN I-O 顾客身份.
       OPEN I-O 副驾驶.
       OPEN INPUT 账单.
       OPEN INPUT 预定.
       OPEN INPUT 年费会员.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 顾客 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 审查单个顾客
                       THRU 审查单个顾客-EXIT
       END-READ
       END-PERFORM.
       CLOSE 年费会员.
       CLOSE 预定.
       CLOSE 账单.
       CLOSE 副驾驶.
       CLOSE 顾客身份.
       CLOSE 顾客地址.
       CLOSE 顾客扩展.
       CLOSE 顾客.
       PERFORM 写清单表尾.
       CLOSE 匿名清单.
       IF 匿名人数 > 0 AND 正式运行
       THEN MOVE "顾客" TO 审计操作文件
            MOVE "匿名" TO 审计操作类型
            MOVE 截止日期 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "清单已写入顾客匿名清单.txt".
       MOVE "顾客匿名" TO 归档报表名暂存.
       MOVE "顾客匿名清单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 截止日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...顾客资料匿名化完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       载入保留参数.
       OPEN INPUT 保留参数.
       MOVE 1 TO 保留参数编号.
       READ 保留参数 KEY IS 保留参数编号
       INVALID KEY MOVE 5 TO 保留年数
       END-READ.
       CLOSE 保留参数.

       人工运行选项.
       DISPLAY "当前保留年限(年):" 保留年数.
       DISPLAY "请输入本次保留年限(0为沿用当前值):"
           NO ADVANCING.
       ACCEPT 本次年数.
       IF 本次年数 = 0
       THEN MOVE 保留年数 TO 本次年数
       END-IF.
       IF 本次年数 NOT = 保留年数
       THEN DISPLAY "是否保存为默认保留年限?(Y/N):"
                NO ADVANCING
            ACCEPT 确认选择
            IF 确认选择 = "Y" OR 确认选择 = "y"
            THEN PERFORM 保存保留年限
            END-IF
       END-IF.
       DISPLAY "是否试运行(只列清单,不修改资料)?(Y/N):"
           NO ADVANCING.
       ACCEPT 确认选择.
       IF 确认选择 = "Y" OR 确认选择 = "y"
       THEN SET 试运行 TO TRUE
       END-IF.

       保存保留年限.
       OPEN I-O 保留参数.
       MOVE 1 TO 保留参数编号.
       READ 保留参数 KEY IS 保留参数编号
       INVALID KEY MOVE 1 TO 保留参数编号
                   MOVE 本次年数 TO 保留年数
                   MOVE 批处理操作员 TO 保留设置操作员
                   MOVE 今日日期 TO 保留设置日期
                   WRITE 保留参数记录
       NOT INVALID KEY
                   MOVE 本次年数 TO 保留年数
                   MOVE 批处理操作员 TO 保留设置操作员
                   MOVE 今日日期 TO 保留设置日期
                   REWRITE 保留参数记录
       END-READ.
       CLOSE 保留参数.
       MOVE "顾客" TO 审计操作文件.
       MOVE "年限" TO 审计操作类型.
       MOVE 本次年数 TO 审计操作键.
       PERFORM 写审计记录.

       建立排除表.
       MOVE 0 TO 排除数.
       OPEN INPUT 应收.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应收 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应收未结清
       THEN MOVE 应收顾客号 TO 本客顾客号
            MOVE "未结应收" TO 保留原因
            PERFORM 登记排除项 THRU 登记排除项-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应收.
       OPEN INPUT 事故.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 事故 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 理赔已结案 AND 事故结案日期 = 0
       THEN MOVE 事故账单号 TO 账单号
            READ 账单 KEY IS 账单号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            MOVE 账单顾客号 TO 本客顾客号
            MOVE "未结事故" TO 保留原因
            PERFORM 登记排除项 THRU 登记排除项-EXIT
            END-READ
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.
       CLOSE 事故.
       OPEN INPUT 违章.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 违章 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 违章已开应收 AND 违章日期 >= 截止日期
       THEN MOVE 违章顾客号 TO 本客顾客号
            MOVE "近期违章" TO 保留原因
            PERFORM 登记排除项 THRU 登记排除项-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 违章.

       登记排除项.
       IF 本客顾客号 = 0
       THEN GO TO 登记排除项-EXIT
       END-IF.
       PERFORM 查找排除项.
       IF 找到
       THEN GO TO 登记排除项-EXIT
       END-IF.
       IF 排除数 >= 3000
       THEN MOVE 1 TO 排除表满提示
            GO TO 登记排除项-EXIT
       END-IF.
       COMPUTE 排除数 = 排除数 + 1.
       MOVE 本客顾客号 TO 排除顾客号(排除数).
       MOVE 保留原因 TO 排除原因(排除数).
       登记排除项-EXIT.
       EXIT.

       查找排除项.
       SET 没找到 TO TRUE.
       MOVE 1 TO 排除下标.
       PERFORM UNTIL 找到 OR 排除下标 > 排除数
       IF 排除顾客号(排除下标) = 本客顾客号
       THEN SET 找到 TO TRUE
            MOVE 排除原因(排除下标) TO 保留原因
       ELSE COMPUTE 排除下标 = 排除下标 + 1
       END-IF
       END-PERFORM.

       审查单个顾客.
       IF 顾客档案姓名 = 匿名姓名
       THEN ADD 1 TO 已匿名人数
            GO TO 审查单个顾客-EXIT
       END-IF.
       ADD 1 TO 审查人数.
       MOVE 顾客号 TO 本客顾客号.
       IF 排除表满提示 = 1
       THEN MOVE "排除表满" TO 保留原因
            ADD 1 TO 保留人数
            GO TO 审查单个顾客-EXIT
       END-IF.
       PERFORM 查找排除项.
       IF 找到
       THEN ADD 1 TO 保留人数
            GO TO 审查单个顾客-EXIT
       END-IF.
       IF 预付余额 > 0
       THEN ADD 1 TO 保留人数
            GO TO 审查单个顾客-EXIT
       END-IF.
       MOVE 0 TO 末次活动日 确认号数.
       PERFORM 查顾客账单.
       PERFORM 查顾客预定.
       MOVE 本客顾客号 TO 身份顾客号.
       READ 顾客身份 KEY IS 身份顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 身份登记日期 > 末次活动日
       THEN MOVE 身份登记日期 TO 末次活动日
       END-IF
       END-READ.
       MOVE 本客顾客号 TO 年费顾客号.
       READ 年费会员 KEY IS 年费顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 年费在册
       THEN MOVE 99999999 TO 末次活动日
       END-IF
       IF 年费到期日期 > 末次活动日
       THEN MOVE 年费到期日期 TO 末次活动日
       END-IF
       END-READ.
       IF 末次活动日 >= 截止日期
       THEN ADD 1 TO 保留人数
            GO TO 审查单个顾客-EXIT
       END-IF.
       MOVE SPACE TO 处理文件.
       MOVE 0 TO 副驾人数.
       IF 正式运行
       THEN PERFORM 匿名化顾客资料
       ELSE MOVE "试运行,未修改" TO 处理文件
       END-IF.
       ADD 1 TO 匿名人数.
       PERFORM 写清单明细.
       审查单个顾客-EXIT.
       EXIT.

       查顾客账单.
       MOVE 本客顾客号 TO 账单顾客号.
       START 账单 KEY IS NOT LESS THAN 账单顾客号
       INVALID KEY SET 子完了 TO TRUE
       NOT INVALID KEY SET 子没完了 TO TRUE
       END-START.
       PERFORM UNTIL 子完了
       READ 账单 NEXT RECORD
       AT END SET 子完了 TO TRUE
       NOT AT END
       IF 账单顾客号 NOT = 本客顾客号
       THEN SET 子完了 TO TRUE
       ELSE MOVE 账单归还止 TO 日期暂存
            IF 日期暂存 > 末次活动日
            THEN MOVE 日期暂存 TO 末次活动日
            END-IF
            MOVE 账单确认号 TO 确认号暂存
            PERFORM 登记确认号
       END-IF
       END-READ
       END-PERFORM.

       查顾客预定.
       MOVE 本客顾客号 TO 预定客户号.
       MOVE 0 TO 预定序号.
       START 预定 KEY IS NOT LESS THAN 预定主键
       INVALID KEY SET 子完了 TO TRUE
       NOT INVALID KEY SET 子没完了 TO TRUE
       END-START.
       PERFORM UNTIL 子完了
       READ 预定 NEXT RECORD
       AT END SET 子完了 TO TRUE
       NOT AT END
       IF 预定客户号 NOT = 本客顾客号
       THEN SET 子完了 TO TRUE
       ELSE MOVE 归还止 TO 日期暂存
            IF 日期暂存 > 末次活动日
            THEN MOVE 日期暂存 TO 末次活动日
            END-IF
            MOVE 确认号 TO 确认号暂存
            PERFORM 登记确认号
       END-IF
       END-READ
       END-PERFORM.

       登记确认号.
       IF 确认号暂存 NOT = 0 AND 确认号数 < 200
       THEN COMPUTE 确认号数 = 确认号数 + 1
            MOVE 确认号暂存 TO 表确认号(确认号数)
       END-IF.

       匿名化顾客资料.
       MOVE 匿名姓名 TO 顾客档案姓名.
       MOVE 0 TO 顾客档案电话.
       MOVE SPACE TO 驾照号码.
       MOVE 0 TO 驾照有效期.
       REWRITE 顾客记录.
       MOVE "顾客" TO 日志文件暂存.
       MOVE "重写" TO 日志动作暂存.
       MOVE 本客顾客号 TO 日志键暂存.
       MOVE 顾客记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       MOVE "顾客" TO 处理顾客.
       MOVE 本客顾客号 TO 扩展顾客号.
       READ 顾客扩展 KEY IS 扩展顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 0 TO 出生日期
       REWRITE 顾客扩展记录
       MOVE "扩展" TO 处理扩展
       END-READ.
       MOVE 本客顾客号 TO 地址顾客号.
       READ 顾客地址 KEY IS 地址顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE SPACE TO 邮政编码 通讯地址
       MOVE 匿名地址 TO 档案地址
       REWRITE 顾客地址记录
       MOVE "地址" TO 日志文件暂存
       MOVE "重写" TO 日志动作暂存
       MOVE 本客顾客号 TO 日志键暂存
       MOVE 顾客地址记录 TO 日志映像暂存
       PERFORM 写日志记录
       MOVE "地址" TO 处理地址
       END-READ.
       MOVE 本客顾客号 TO 身份顾客号.
       READ 顾客身份 KEY IS 身份顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE SPACE TO 身份证号
       REWRITE 顾客身份记录
       MOVE "身份" TO 处理身份
       END-READ.
       MOVE 1 TO 确认号下标.
       PERFORM UNTIL 确认号下标 > 确认号数
       PERFORM 匿名化附加驾驶人
       COMPUTE 确认号下标 = 确认号下标 + 1
       END-PERFORM.
       MOVE "顾客" TO 审计操作文件.
       MOVE "匿名" TO 审计操作类型.
       MOVE 本客顾客号 TO 审计操作键.
       PERFORM 写审计记录.

       匿名化附加驾驶人.
       MOVE 表确认号(确认号下标) TO 副驾确认号.
       MOVE 0 TO 副驾序号.
       START 副驾驶 KEY IS NOT LESS THAN 副驾主键
       INVALID KEY SET 子完了 TO TRUE
       NOT INVALID KEY SET 子没完了 TO TRUE
       END-START.
       PERFORM UNTIL 子完了
       READ 副驾驶 NEXT RECORD
       AT END SET 子完了 TO TRUE
       NOT AT END
       IF 副驾确认号 NOT = 表确认号(确认号下标)
       THEN SET 子完了 TO TRUE
       ELSE MOVE "已匿名" TO 副驾姓名
            MOVE SPACE TO 副驾驾照号码
            MOVE 0 TO 副驾驾照有效期
            REWRITE 副驾驶记录
            COMPUTE 副驾人数 = 副驾人数 + 1
       END-IF
       END-READ
       END-PERFORM.

       写清单表头.
       MOVE SPACE TO 匿名清单行.
       STRING "----顾客资料匿名化清单----运行日期:"
                  DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 匿名清单行.
       WRITE 匿名清单行.
       DISPLAY 匿名清单行.
       MOVE SPACE TO 匿名清单行.
       STRING "保留年限:" DELIMITED BY SIZE
              本次年数 DELIMITED BY SIZE
              " 末次活动早于:" DELIMITED BY SIZE
              截止日期 DELIMITED BY SIZE
         INTO 匿名清单行.
       WRITE 匿名清单行.
       DISPLAY 匿名清单行.
       IF 试运行
       THEN MOVE "**试运行:以下顾客资料未修改**"
                TO 匿名清单行
            WRITE 匿名清单行
            DISPLAY 匿名清单行
       END-IF.
       MOVE SPACE TO 匿名清单行.
       STRING "顾客号 末次活动日 副驾人数 已处理文件"
                  DELIMITED BY SIZE
         INTO 匿名清单行.
       WRITE 匿名清单行.
       DISPLAY 匿名清单行.

       写清单明细.
       IF 副驾人数 > 0
       THEN MOVE "副驾驶" TO 处理副驾
       END-IF.
       MOVE SPACE TO 匿名清单行.
       STRING 本客顾客号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              末次活动日 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              副驾人数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              处理文件 DELIMITED BY SIZE
         INTO 匿名清单行.
       WRITE 匿名清单行.
       DISPLAY 匿名清单行.

       写清单表尾.
       MOVE SPACE TO 匿名清单行.
       STRING "审查顾客:" DELIMITED BY SIZE
              审查人数 DELIMITED BY SIZE
              " 匿名化:" DELIMITED BY SIZE
              匿名人数 DELIMITED BY SIZE
              " 保留:" DELIMITED BY SIZE
              保留人数 DELIMITED BY SIZE
              " 此前已匿名:" DELIMITED BY SIZE
              已匿名人数 DELIMITED BY SIZE
         INTO 匿名清单行.
       WRITE 匿名清单行.
       DISPLAY 匿名清单行.
       IF 排除表满提示 = 1
       THEN MOVE "注意:排除表已满,其余顾客一律保留."
                TO 匿名清单行
            WRITE 匿名清单行
            DISPLAY 匿名清单行
       END-IF.
       MOVE SPACE TO 匿名清单行.
       STRING "兹证明上列顾客的姓名、电话、驾照、"
                  DELIMITED BY SIZE
              "出生日期、身份证号、地址" DELIMITED BY SIZE
         INTO 匿名清单行.
       WRITE 匿名清单行.
       MOVE SPACE TO 匿名清单行.
       STRING "及附加驾驶人资料已替换为匿名值,"
                  DELIMITED BY SIZE
              "顾客号及历史账单保持不变." DELIMITED BY SIZE
         INTO 匿名清单行.
       WRITE 匿名清单行.
       MOVE "核证人:__________ 日期:__________"
           TO 匿名清单行.
       WRITE 匿名清单行.

       写日志记录.
       OPEN I-O 日志.
       MOVE "日志" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 日志编号.
       ACCEPT 日志日期 FROM DATE YYYYMMDD.
       ACCEPT 日志时间 FROM TIME.
       MOVE 日志文件暂存 TO 日志文件.
       MOVE 日志动作暂存 TO 日志动作.
       MOVE 日志键暂存 TO 日志键.
       MOVE 日志映像暂存 TO 日志映像.
       WRITE 日志记录.
       CLOSE 日志.

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
