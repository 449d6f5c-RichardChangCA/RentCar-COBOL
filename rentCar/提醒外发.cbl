       IDENTIFICATION DIVISION.
       PROGRAM-ID.提醒外发.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 短信退订 ASSIGN TO "短信退订.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 退订顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 提醒日志 ASSIGN TO "提醒日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 提醒主键
        FILE STATUS IS 文件状态码.

        SELECT 短信外发 ASSIGN TO "短信外发.txt"
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
       FD 短信退订.
       01 短信退订记录.
        05 退订顾客号 PIC 9(6).
        05 退订状态 PIC 9.
         88 已退订 VALUE 1.
         88 已恢复接收 VALUE 0.
        05 退订日期 PIC 9(8).
        05 恢复日期 PIC 9(8).
        05 退订经办员 PIC X(6).
       FD 提醒日志.
       01 提醒日志记录.
        05 提醒主键.
         10 提醒确认号 PIC 9(6).
         10 提醒类型 PIC X(4).
        05 提醒顾客号 PIC 9(6).
        05 提醒电话 PIC 9(11).
        05 提醒事件日期 PIC 9(8).
        05 提醒发送日期 PIC 9(8).
        05 提醒发送时间 PIC 9(8).
       FD 短信外发.
       01 外发记录.
        05 外发记录类型 PIC X.
         88 外发表头 VALUE "H".
         88 外发明细 VALUE "D".
         88 外发表尾 VALUE "T".
        05 外发明细内容.
         10 外发提醒类型 PIC X(4).
         10 外发手机号 PIC 9(11).
         10 外发确认号 PIC 9(6).
         10 外发顾客号 PIC 9(6).
         10 外发姓名 PIC X(10).
         10 外发事件日期 PIC 9(8).
         10 外发事件时刻 PIC 9(4).
         10 外发分店代码 PIC 9(2).
         10 外发分店名称 PIC X(10).
         10 外发分店地址 PIC X(30).
         10 外发分店电话 PIC 9(11).
        05 外发表头内容 REDEFINES 外发明细内容.
         10 外发文件日期 PIC 9(8).
         10 外发批次时间 PIC 9(8).
         10 FILLER PIC X(86).
        05 外发表尾内容 REDEFINES 外发明细内容.
         10 外发明细条数 PIC 9(6).
         10 FILLER PIC X(96).
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
       77 今日日期 PIC 9(8).
       77 明日日期 PIC 9(8).
       77 当前时间 PIC 9(8).
       77 一天 PIC 9(4) VALUE 1.
       77 取车日暂存 PIC 9(8).
       77 还车日暂存 PIC 9(8).
       77 确认号暂存 PIC 9(6).
       77 电话暂存 PIC 9(11).
       77 分店暂存 PIC 9(2).
       77 时刻暂存 PIC 9(4).
       77 姓名暂存 PIC X(11).
       77 本次类型 PIC X(4).
       77 本次事件日 PIC 9(8).
       77 取车提醒数 PIC 9(5).
       77 还车提醒数 PIC 9(5).
       77 退订跳过数 PIC 9(5).
       77 重复跳过数 PIC 9(5).
       77 无号码跳过数 PIC 9(5).
       77 明细条数 PIC 9(6).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "提醒外发".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       分店文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 分店.
       分店文件出错处理.
       MOVE "分店" TO 异常文件名.
       MOVE 分店代码 TO 异常记录键.
       PERFORM 登记文件异常.
       短信退订文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 短信退订.
       短信退订文件出错处理.
       MOVE "短信退订" TO 异常文件名.
       MOVE 退订顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       提醒日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 提醒日志.
       提醒日志文件出错处理.
       MOVE "提醒日志" TO 异常文件名.
       MOVE 提醒主键 TO 异常记录键.
       PERFORM 登记文件异常.
       短信外发文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 短信外发.
       短信外发文件出错处理.
       MOVE "短信外发" TO 异常文件名.
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
       DISPLAY "======== 取还车短信提醒外发 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       ACCEPT 当前时间 FROM TIME.
       CALL "日期加减" USING 今日日期 一天 明日日期.
       MOVE 0 TO 取车提醒数 还车提醒数 明细条数.
       MOVE 0 TO 退订跳过数 重复跳过数 无号码跳过数.
       OPEN OUTPUT 短信外发.
       MOVE SPACE TO 外发记录.
       SET 外发表头 TO TRUE.
       MOVE 今日日期 TO 外发文件日期.
       MOVE 当前时间 TO 外发批次时间.
       WRITE 外发记录.
       OPEN INPUT 预定.
       OPEN INPUT 分店.
       OPEN INPUT 短信退订.
       OPEN I-O 提醒日志.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 筛选单条预定
                       THRU 筛选单条预定-EXIT
       END-READ
       END-PERFORM.
       CLOSE 提醒日志.
       CLOSE 短信退订.
       CLOSE 分店.
       CLOSE 预定.
       MOVE SPACE TO 外发记录.
       SET 外发表尾 TO TRUE.
       MOVE 明细条数 TO 外发明细条数.
       WRITE 外发记录.
       CLOSE 短信外发.
       DISPLAY "明日取车提醒:" 取车提醒数
           " 今日还车提醒:" 还车提醒数.
       DISPLAY "退订跳过:" 退订跳过数
           " 已发跳过:" 重复跳过数
           " 无手机号跳过:" 无号码跳过数.
       DISPLAY "外发文件为短信外发.txt,共" 明细条数
           "条.".
       IF 明细条数 > 0
       THEN MOVE "短信" TO 审计操作文件
            MOVE "外发" TO 审计操作类型
            MOVE 今日日期 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "...短信提醒外发完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       筛选单条预定.
       MOVE 预定起 TO 取车日暂存.
       MOVE 归还止 TO 还车日暂存.
       IF 尚未取车 AND 取车日暂存 = 明日日期
       THEN MOVE "取车" TO 本次类型
            MOVE 取车日暂存 TO 本次事件日
            MOVE 取车时刻 TO 时刻暂存
       ELSE IF 已经取车 AND 还车日暂存 = 今日日期
            THEN MOVE "还车" TO 本次类型
                 MOVE 还车日暂存 TO 本次事件日
                 MOVE 归还时刻 TO 时刻暂存
            ELSE GO TO 筛选单条预定-EXIT
            END-IF
       END-IF.
       MOVE 确认号 TO 确认号暂存.
       MOVE 预定客户号码 TO 电话暂存.
       IF 电话暂存 = 0 OR 确认号暂存 = 0
       THEN ADD 1 TO 无号码跳过数
            GO TO 筛选单条预定-EXIT
       END-IF.
       MOVE 预定客户号 TO 退订顾客号.
       READ 短信退订 KEY IS 退订顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 已退订
       THEN ADD 1 TO 退订跳过数
            GO TO 筛选单条预定-EXIT
       END-IF
       END-READ.
       MOVE 确认号暂存 TO 提醒确认号.
       MOVE 本次类型 TO 提醒类型.
       READ 提醒日志 KEY IS 提醒主键
       INVALID KEY CONTINUE
       NOT INVALID KEY
       ADD 1 TO 重复跳过数
       GO TO 筛选单条预定-EXIT
       END-READ.
       MOVE 预定分店 TO 分店暂存.
       MOVE 分店暂存 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY MOVE SPACE TO 分店名称 分店地址
                   MOVE 0 TO 分店电话
       END-READ.
       MOVE 预定客户姓名 TO 姓名暂存.
       MOVE SPACE TO 外发记录.
       SET 外发明细 TO TRUE.
       MOVE 本次类型 TO 外发提醒类型.
       MOVE 电话暂存 TO 外发手机号.
       MOVE 确认号暂存 TO 外发确认号.
       MOVE 预定客户号 TO 外发顾客号.
       MOVE 姓名暂存(2:10) TO 外发姓名.
       MOVE 本次事件日 TO 外发事件日期.
       MOVE 时刻暂存 TO 外发事件时刻.
       MOVE 分店暂存 TO 外发分店代码.
       MOVE 分店名称 TO 外发分店名称.
       MOVE 分店地址 TO 外发分店地址.
       MOVE 分店电话 TO 外发分店电话.
       WRITE 外发记录.
       COMPUTE 明细条数 = 明细条数 + 1.
       IF 本次类型 = "取车"
       THEN ADD 1 TO 取车提醒数
       ELSE ADD 1 TO 还车提醒数
       END-IF.
       MOVE 确认号暂存 TO 提醒确认号.
       MOVE 本次类型 TO 提醒类型.
       MOVE 预定客户号 TO 提醒顾客号.
       MOVE 电话暂存 TO 提醒电话.
       MOVE 本次事件日 TO 提醒事件日期.
       MOVE 今日日期 TO 提醒发送日期.
       MOVE 当前时间 TO 提醒发送时间.
       WRITE 提醒日志记录.
       筛选单条预定-EXIT.
       EXIT.

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
