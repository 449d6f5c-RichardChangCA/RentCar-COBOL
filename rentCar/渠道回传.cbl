       IDENTIFICATION DIVISION.
       PROGRAM-ID.渠道回传.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 渠道 ASSIGN TO "渠道.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 渠道代码
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 渠道单 ASSIGN TO "渠道单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 渠道确认号
        FILE STATUS IS 文件状态码.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 过期 ASSIGN TO "过期.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 过期编号
        FILE STATUS IS 文件状态码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 回传快照 ASSIGN TO "回传快照.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 状态确认号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 渠道批号 ASSIGN TO "渠道批号.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 批号渠道代码
        FILE STATUS IS 文件状态码.

        SELECT 回传文件 ASSIGN TO 回传文件名
        ORGANIZATION IS LINE SEQUENTIAL
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
       FD 回传快照.
       01 回传快照记录.
        05 状态确认号 PIC 9(6).
        05 状态渠道代码 PIC X(4).
        05 状态代码 PIC 9.
         88 状态已确认 VALUE 1.
         88 状态已取车 VALUE 2.
         88 状态已取消 VALUE 4.
         88 状态已过期 VALUE 5.
         88 状态已结账 VALUE 6.
         88 状态未终结 VALUE 1 2.
        05 状态预定起 PIC 9(8).
        05 状态归还止 PIC 9(8).
        05 状态金额 PIC 9(7).
        05 状态变更日期 PIC 9(8).
        05 状态核对日期 PIC 9(8).
       FD 渠道批号.
       01 渠道批号记录.
        05 批号渠道代码 PIC X(4).
        05 批号末批次 PIC 9(6).
        05 批号末记录号 PIC 9(8).
        05 批号末日期 PIC 9(8).
       FD 回传文件.
       01 回传记录.
        05 回传记录类型 PIC X.
         88 回传表头 VALUE "H".
         88 回传明细 VALUE "D".
         88 回传表尾 VALUE "T".
        05 回传明细内容.
         10 回传记录序号 PIC 9(8).
         10 回传确认号 PIC 9(6).
         10 回传状态 PIC 9.
         10 回传状态说明 PIC X(6).
         10 回传预定起 PIC 9(8).
         10 回传归还止 PIC 9(8).
         10 回传结账金额 PIC 9(7).
         10 回传变更日期 PIC 9(8).
        05 回传表头内容 REDEFINES 回传明细内容.
         10 回传渠道代码 PIC X(4).
         10 回传批次号 PIC 9(6).
         10 回传上批次号 PIC 9(6).
         10 回传文件日期 PIC 9(8).
         10 回传批次时间 PIC 9(8).
         10 FILLER PIC X(20).
        05 回传表尾内容 REDEFINES 回传明细内容.
         10 回传明细条数 PIC 9(6).
         10 回传首记录号 PIC 9(8).
         10 回传末记录号 PIC 9(8).
         10 FILLER PIC X(30).
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
       01 变化表.
        05 变化项 OCCURS 3000.
         10 变化渠道 PIC X(4).
         10 变化确认号 PIC 9(6).
         10 变化状态 PIC 9.
         10 变化预定起 PIC 9(8).
         10 变化归还止 PIC 9(8).
         10 变化金额 PIC 9(7).
       77 变化数 PIC 9(4).
       77 变化下标 PIC 9(4).
       77 变化上限 PIC 9(4) VALUE 3000.
       77 今日日期 PIC 9(8).
       77 当前时间 PIC 9(8).
       77 确认号暂存 PIC 9(6).
       77 渠道代码暂存 PIC X(4).
       77 本次状态 PIC 9.
       77 本次回传状态 PIC 9.
       77 本次预定起 PIC 9(8).
       77 本次归还止 PIC 9(8).
       77 本次金额 PIC 9(7).
       77 总金额暂存 PIC 9(7).
       77 押金暂存 PIC 9(4).
       77 本渠道条数 PIC 9(6).
       77 本渠道首号 PIC 9(8).
       77 渠道文件数 PIC 9(4).
       77 回传总条数 PIC 9(6).
       77 溢出条数 PIC 9(5).
       01 状态是否存在 PIC 9.
        88 状态已存在 VALUE 1.
        88 状态不存在 VALUE 0.
       01 批号是否存在 PIC 9.
        88 批号已存在 VALUE 1.
        88 批号不存在 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 回传文件名.
        05 FILLER PIC X(12) VALUE "渠道回传".
        05 文件名渠道 PIC X(4).
        05 FILLER PIC X(14) VALUE ".txt".
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "渠道回传".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       渠道文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 渠道.
       渠道文件出错处理.
       MOVE "渠道" TO 异常文件名.
       MOVE 渠道代码 TO 异常记录键.
       PERFORM 登记文件异常.
       渠道单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 渠道单.
       渠道单文件出错处理.
       MOVE "渠道单" TO 异常文件名.
       MOVE 渠道确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       过期文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 过期.
       过期文件出错处理.
       MOVE "过期" TO 异常文件名.
       MOVE 过期编号 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       回传快照文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 回传快照.
       回传快照文件出错处理.
       MOVE "回传快照" TO 异常文件名.
       MOVE 状态确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       渠道批号文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 渠道批号.
       渠道批号文件出错处理.
       MOVE "渠道批号" TO 异常文件名.
       MOVE 批号渠道代码 TO 异常记录键.
       PERFORM 登记文件异常.
       回传文件文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 回传文件.
       回传文件文件出错处理.
       MOVE "回传文件" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
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
       DISPLAY "======== 渠道预定状态回传 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       ACCEPT 当前时间 FROM TIME.
       MOVE 0 TO 变化数 溢出条数 渠道文件数 回传总条数.
       OPEN INPUT 渠道单.
       OPEN I-O 回传快照.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 核对单张账单
                       THRU 核对单张账单-EXIT
       END-READ
       END-PERFORM.
       CLOSE 账单.
       OPEN INPUT 过期.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 过期 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 核对单条过期
                       THRU 核对单条过期-EXIT
       END-READ
       END-PERFORM.
       CLOSE 过期.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 核对单条预定
                       THRU 核对单条预定-EXIT
       END-READ
       END-PERFORM.
       CLOSE 预定.
       CLOSE 回传快照.
       OPEN I-O 回传快照.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 回传快照 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 核对消失预定
                       THRU 核对消失预定-EXIT
       END-READ
       END-PERFORM.
       CLOSE 回传快照.
       CLOSE 渠道单.
       OPEN INPUT 渠道.
       OPEN I-O 渠道批号.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 渠道 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 生成单渠道文件
                       THRU 生成单渠道文件-EXIT
       END-READ
       END-PERFORM.
       CLOSE 渠道批号.
       CLOSE 渠道.
       DISPLAY "生成渠道回传文件:" 渠道文件数
           "个,状态变化共" 回传总条数 "条.".
       IF 溢出条数 > 0
       THEN DISPLAY "本次变化超出上限,顺延下次回传:"
                溢出条数
       END-IF.
       IF 回传总条数 > 0
       THEN MOVE "渠道" TO 审计操作文件
            MOVE "回传" TO 审计操作类型
            MOVE 今日日期 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "...渠道状态回传完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       核对单张账单.
       IF NOT 账单有效
       THEN GO TO 核对单张账单-EXIT
       END-IF.
       MOVE 账单确认号 TO 确认号暂存.
       IF 确认号暂存 = 0
       THEN GO TO 核对单张账单-EXIT
       END-IF.
       MOVE 确认号暂存 TO 渠道确认号.
       READ 渠道单 KEY IS 渠道确认号
       INVALID KEY GO TO 核对单张账单-EXIT
       END-READ.
       MOVE 总金额 TO 总金额暂存.
       IF 车况备注 = "取消预定手续费"
       THEN MOVE 4 TO 本次状态
            MOVE 已收押金 TO 押金暂存
            COMPUTE 本次金额 = 总金额暂存 + 押金暂存
       ELSE MOVE 6 TO 本次状态
            MOVE 总金额暂存 TO 本次金额
       END-IF.
       MOVE 账单预定起 TO 本次预定起.
       MOVE 账单归还止 TO 本次归还止.
       PERFORM 登记状态变化 THRU 登记状态变化-EXIT.
       核对单张账单-EXIT.
       EXIT.

       核对单条过期.
       MOVE 过期确认号 TO 确认号暂存.
       IF 确认号暂存 = 0
       THEN GO TO 核对单条过期-EXIT
       END-IF.
       MOVE 确认号暂存 TO 渠道确认号.
       READ 渠道单 KEY IS 渠道确认号
       INVALID KEY GO TO 核对单条过期-EXIT
       END-READ.
       MOVE 5 TO 本次状态.
       MOVE 原预定起 TO 本次预定起.
       MOVE 原预定止 TO 本次归还止.
       MOVE 0 TO 本次金额.
       PERFORM 登记状态变化 THRU 登记状态变化-EXIT.
       核对单条过期-EXIT.
       EXIT.

       核对单条预定.
       MOVE 确认号 TO 确认号暂存.
       IF 确认号暂存 = 0
       THEN GO TO 核对单条预定-EXIT
       END-IF.
       MOVE 确认号暂存 TO 渠道确认号.
       READ 渠道单 KEY IS 渠道确认号
       INVALID KEY GO TO 核对单条预定-EXIT
       END-READ.
       IF 已经取车
       THEN MOVE 2 TO 本次状态
       ELSE MOVE 1 TO 本次状态
       END-IF.
       MOVE 预定起 TO 本次预定起.
       MOVE 归还止 TO 本次归还止.
       MOVE 报价金额 TO 本次金额.
       PERFORM 登记状态变化 THRU 登记状态变化-EXIT.
       核对单条预定-EXIT.
       EXIT.

       登记状态变化.
       MOVE 确认号暂存 TO 状态确认号.
       READ 回传快照 KEY IS 状态确认号
       INVALID KEY SET 状态不存在 TO TRUE
       NOT INVALID KEY SET 状态已存在 TO TRUE
       END-READ.
       IF 状态已存在
       THEN IF NOT 状态未终结
            THEN GO TO 登记状态变化-EXIT
            END-IF
            MOVE 今日日期 TO 状态核对日期
            IF 本次状态 = 状态代码
               AND 本次预定起 = 状态预定起
               AND 本次归还止 = 状态归还止
            THEN REWRITE 回传快照记录
                 GO TO 登记状态变化-EXIT
            END-IF
            IF 本次状态 = 状态代码
            THEN MOVE 3 TO 本次回传状态
            ELSE MOVE 本次状态 TO 本次回传状态
            END-IF
       ELSE MOVE 本次状态 TO 本次回传状态
       END-IF.
       IF 变化数 >= 变化上限
       THEN ADD 1 TO 溢出条数
            IF 状态已存在
            THEN REWRITE 回传快照记录
            END-IF
            GO TO 登记状态变化-EXIT
       END-IF.
       COMPUTE 变化数 = 变化数 + 1.
       MOVE 单渠道代码 TO 变化渠道(变化数).
       MOVE 确认号暂存 TO 变化确认号(变化数).
       MOVE 本次回传状态 TO 变化状态(变化数).
       MOVE 本次预定起 TO 变化预定起(变化数).
       MOVE 本次归还止 TO 变化归还止(变化数).
       MOVE 本次金额 TO 变化金额(变化数).
       MOVE 单渠道代码 TO 状态渠道代码.
       MOVE 本次状态 TO 状态代码.
       MOVE 本次预定起 TO 状态预定起.
       MOVE 本次归还止 TO 状态归还止.
       MOVE 本次金额 TO 状态金额.
       MOVE 今日日期 TO 状态变更日期.
       MOVE 今日日期 TO 状态核对日期.
       IF 状态已存在
       THEN REWRITE 回传快照记录
       ELSE WRITE 回传快照记录
       END-IF.
       登记状态变化-EXIT.
       EXIT.

       核对消失预定.
       IF NOT 状态未终结 OR 状态核对日期 = 今日日期
       THEN GO TO 核对消失预定-EXIT
       END-IF.
       IF 变化数 >= 变化上限
       THEN ADD 1 TO 溢出条数
            GO TO 核对消失预定-EXIT
       END-IF.
       COMPUTE 变化数 = 变化数 + 1.
       MOVE 状态渠道代码 TO 变化渠道(变化数).
       MOVE 状态确认号 TO 变化确认号(变化数).
       MOVE 4 TO 变化状态(变化数).
       MOVE 状态预定起 TO 变化预定起(变化数).
       MOVE 状态归还止 TO 变化归还止(变化数).
       MOVE 0 TO 变化金额(变化数).
       SET 状态已取消 TO TRUE.
       MOVE 0 TO 状态金额.
       MOVE 今日日期 TO 状态变更日期.
       MOVE 今日日期 TO 状态核对日期.
       REWRITE 回传快照记录.
       核对消失预定-EXIT.
       EXIT.

       生成单渠道文件.
       MOVE 渠道代码 TO 渠道代码暂存.
       MOVE 0 TO 本渠道条数.
       MOVE 0 TO 变化下标.
       PERFORM UNTIL 变化下标 >= 变化数
       COMPUTE 变化下标 = 变化下标 + 1
       IF 变化渠道(变化下标) = 渠道代码暂存
       THEN COMPUTE 本渠道条数 = 本渠道条数 + 1
       END-IF
       END-PERFORM.
       IF 渠道停用 AND 本渠道条数 = 0
       THEN GO TO 生成单渠道文件-EXIT
       END-IF.
       MOVE 渠道代码暂存 TO 批号渠道代码.
       READ 渠道批号 KEY IS 批号渠道代码
       INVALID KEY SET 批号不存在 TO TRUE
                   MOVE 0 TO 批号末批次 批号末记录号
       NOT INVALID KEY SET 批号已存在 TO TRUE
       END-READ.
       MOVE 渠道代码暂存 TO 文件名渠道.
       OPEN OUTPUT 回传文件.
       MOVE SPACE TO 回传记录.
       SET 回传表头 TO TRUE.
       MOVE 渠道代码暂存 TO 回传渠道代码.
       MOVE 批号末批次 TO 回传上批次号.
       COMPUTE 批号末批次 = 批号末批次 + 1.
       MOVE 批号末批次 TO 回传批次号.
       MOVE 今日日期 TO 回传文件日期.
       MOVE 当前时间 TO 回传批次时间.
       WRITE 回传记录.
       COMPUTE 本渠道首号 = 批号末记录号 + 1.
       MOVE 0 TO 本渠道条数.
       MOVE 0 TO 变化下标.
       PERFORM UNTIL 变化下标 >= 变化数
       COMPUTE 变化下标 = 变化下标 + 1
       IF 变化渠道(变化下标) = 渠道代码暂存
       THEN PERFORM 写回传明细
       END-IF
       END-PERFORM.
       MOVE SPACE TO 回传记录.
       SET 回传表尾 TO TRUE.
       MOVE 本渠道条数 TO 回传明细条数.
       IF 本渠道条数 = 0
       THEN MOVE 0 TO 回传首记录号
       ELSE MOVE 本渠道首号 TO 回传首记录号
       END-IF.
       MOVE 批号末记录号
         TO 回传末记录号.
       WRITE 回传记录.
       CLOSE 回传文件.
       MOVE 今日日期 TO 批号末日期.
       IF 批号已存在
       THEN REWRITE 渠道批号记录
       ELSE WRITE 渠道批号记录
       END-IF.
       COMPUTE 渠道文件数 = 渠道文件数 + 1.
       COMPUTE 回传总条数 = 回传总条数 + 本渠道条数.
       DISPLAY 渠道代码暂存 " " 渠道名称 " 批次:"
           批号末批次 " 条数:" 本渠道条数 " 文件:"
           回传文件名.
       MOVE "渠道回传" TO 归档报表名暂存.
       MOVE 回传文件名 TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 渠道代码暂存 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              批号末批次 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       生成单渠道文件-EXIT.
       EXIT.

       写回传明细.
       COMPUTE 批号末记录号 = 批号末记录号 + 1.
       COMPUTE 本渠道条数 = 本渠道条数 + 1.
       MOVE SPACE TO 回传记录.
       SET 回传明细 TO TRUE.
       MOVE 批号末记录号 TO 回传记录序号.
       MOVE 变化确认号(变化下标) TO 回传确认号.
       MOVE 变化状态(变化下标) TO 回传状态.
       EVALUATE 变化状态(变化下标)
       WHEN 1 MOVE "确认" TO 回传状态说明
       WHEN 2 MOVE "取车" TO 回传状态说明
       WHEN 3 MOVE "改期" TO 回传状态说明
       WHEN 4 MOVE "取消" TO 回传状态说明
       WHEN 5 MOVE "过期" TO 回传状态说明
       WHEN 6 MOVE "结账" TO 回传状态说明
       END-EVALUATE.
       MOVE 变化预定起(变化下标) TO 回传预定起.
       MOVE 变化归还止(变化下标) TO 回传归还止.
       MOVE 变化金额(变化下标) TO 回传结账金额.
       MOVE 今日日期 TO 回传变更日期.
       WRITE 回传记录.

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
