       IDENTIFICATION DIVISION.
       PROGRAM-ID.公安报送.
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

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客身份 ASSIGN TO "顾客身份.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 身份顾客号
        ALTERNATE RECORD KEY IS 身份证号 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 报送 ASSIGN TO "公安报送.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 拒绝单 ASSIGN TO "公安报送拒绝.txt"
        ORGANIZATION IS LINE SEQUENTIAL
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
       FD 顾客身份.
       01 顾客身份记录.
        05 身份顾客号 PIC 9(6).
        05 身份证号 PIC X(18).
        05 身份登记日期 PIC 9(8).
       FD 报送.
       01 报送记录.
        05 报送类型 PIC X.
        05 报送日期 PIC 9(8).
        05 报送身份证号 PIC X(18).
        05 报送姓名 PIC X(10).
        05 报送电话 PIC 9(11).
        05 报送驾照号码 PIC X(12).
        05 报送车牌照 PIC X(6).
        05 报送取车日期 PIC 9(8).
        05 报送归还日期 PIC 9(8).
        05 报送分店 PIC 9(2).
        05 报送顾客号 PIC 9(6).
       FD 拒绝单.
       01 拒绝行 PIC X(100).
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
       77 报送日输入 PIC 9(8).
       77 取车日暂存 PIC 9(8).
       77 归还日暂存 PIC 9(8).
       77 报送笔数 PIC 9(5).
       77 拒绝笔数 PIC 9(5).
       77 缺失说明 PIC X(30).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 顾客是否找到 PIC 9.
        88 顾客找到 VALUE 1.
        88 顾客未找到 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "公安报送".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客身份文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客身份.
       顾客身份文件出错处理.
       MOVE "顾客身份" TO 异常文件名.
       MOVE 身份顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       报送文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 报送.
       报送文件出错处理.
       MOVE "报送" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       拒绝单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 拒绝单.
       拒绝单文件出错处理.
       MOVE "拒绝单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
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
       DISPLAY "======== 租车登记公安报送 ========".
       CALL "营业日" USING 报送日输入.
       IF 人工操作
       THEN DISPLAY "请输入报送日期(YYYYMMDD,"
                "0为当前营业日):" NO ADVANCING
            ACCEPT 报送日输入
            IF 报送日输入 = 0
            THEN CALL "营业日" USING 报送日输入
            END-IF
       END-IF.
       MOVE 0 TO 报送笔数 拒绝笔数.
       OPEN OUTPUT 报送.
       OPEN OUTPUT 拒绝单.
       MOVE "----公安报送拒绝清单(身份资料缺失)----"
         TO 拒绝行.
       WRITE 拒绝行.
       MOVE SPACE TO 拒绝行.
       STRING "报送日期:" DELIMITED BY SIZE
              报送日输入 DELIMITED BY SIZE
         INTO 拒绝行.
       WRITE 拒绝行.
       OPEN INPUT 顾客.
       OPEN INPUT 顾客身份.
       PERFORM 报送当日取车.
       PERFORM 报送当日还车.
       CLOSE 顾客身份.
       CLOSE 顾客.
       MOVE SPACE TO 拒绝行.
       STRING "已报送笔数:" DELIMITED BY SIZE
              报送笔数 DELIMITED BY SIZE
              " 拒绝笔数:" DELIMITED BY SIZE
              拒绝笔数 DELIMITED BY SIZE
         INTO 拒绝行.
       WRITE 拒绝行.
       DISPLAY 拒绝行.
       CLOSE 拒绝单.
       CLOSE 报送.
       DISPLAY "报送文件已写入公安报送.txt".
       DISPLAY "拒绝清单已写入公安报送拒绝.txt".
       MOVE "公安报送" TO 归档报表名暂存.
       MOVE "公安报送拒绝.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 报送日输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...公安报送完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       报送当日取车.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 预定起 TO 取车日暂存
       IF 已经取车 AND 取车日暂存 = 报送日输入
       THEN MOVE 归还止 TO 归还日暂存
            MOVE SPACE TO 报送记录
            MOVE "1" TO 报送类型
            MOVE 预定客户号 TO 报送顾客号
            MOVE 预定车牌照 TO 报送车牌照
            MOVE 取车日暂存 TO 报送取车日期
            MOVE 归还日暂存 TO 报送归还日期
            MOVE 预定分店 TO 报送分店
            PERFORM 写报送记录 THRU 写报送记录-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 账单预定起 TO 取车日暂存
       MOVE 账单归还止 TO 归还日暂存
       IF 账单有效 AND 取车日暂存 = 报送日输入
          AND 归还日暂存 = 报送日输入
       THEN MOVE SPACE TO 报送记录
            MOVE "1" TO 报送类型
            MOVE 账单顾客号 TO 报送顾客号
            MOVE 账单车牌照 TO 报送车牌照
            MOVE 取车日暂存 TO 报送取车日期
            MOVE 归还日暂存 TO 报送归还日期
            MOVE 账单分店 TO 报送分店
            PERFORM 写报送记录 THRU 写报送记录-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.

       报送当日还车.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 账单预定起 TO 取车日暂存
       MOVE 账单归还止 TO 归还日暂存
       IF 账单有效 AND 归还日暂存 = 报送日输入
       THEN MOVE SPACE TO 报送记录
            MOVE "2" TO 报送类型
            MOVE 账单顾客号 TO 报送顾客号
            MOVE 账单车牌照 TO 报送车牌照
            MOVE 取车日暂存 TO 报送取车日期
            MOVE 归还日暂存 TO 报送归还日期
            MOVE 账单分店 TO 报送分店
            PERFORM 写报送记录 THRU 写报送记录-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.

       写报送记录.
       MOVE 报送日输入 TO 报送日期.
       MOVE SPACE TO 缺失说明.
       SET 顾客未找到 TO TRUE.
       MOVE 报送顾客号 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 顾客找到 TO TRUE
       END-READ.
       IF 顾客未找到
       THEN MOVE "顾客档案不存在" TO 缺失说明
            PERFORM 写拒绝记录
            GO TO 写报送记录-EXIT
       END-IF.
       MOVE 顾客档案姓名 TO 报送姓名.
       MOVE 顾客档案电话 TO 报送电话.
       MOVE 驾照号码 TO 报送驾照号码.
       MOVE 报送顾客号 TO 身份顾客号.
       READ 顾客身份 KEY IS 身份顾客号
       INVALID KEY MOVE SPACE TO 报送身份证号
       NOT INVALID KEY MOVE 身份证号 TO 报送身份证号
       END-READ.
       IF 报送身份证号 = SPACE
       THEN MOVE "未登记身份证号码" TO 缺失说明
       END-IF.
       IF 报送驾照号码 = SPACE
       THEN IF 缺失说明 = SPACE
            THEN MOVE "未登记驾驶证号码" TO 缺失说明
            ELSE MOVE "未登记身份证及驾驶证号码"
                   TO 缺失说明
            END-IF
       END-IF.
       IF 缺失说明 NOT = SPACE
       THEN PERFORM 写拒绝记录
            GO TO 写报送记录-EXIT
       END-IF.
       WRITE 报送记录.
       COMPUTE 报送笔数 = 报送笔数 + 1.
       写报送记录-EXIT.
       EXIT.

       写拒绝记录.
       COMPUTE 拒绝笔数 = 拒绝笔数 + 1.
       MOVE SPACE TO 拒绝行.
       STRING 报送类型 DELIMITED BY SIZE
              " 顾客号:" DELIMITED BY SIZE
              报送顾客号 DELIMITED BY SIZE
              " 车牌:" DELIMITED BY SIZE
              报送车牌照 DELIMITED BY SIZE
              " 取车:" DELIMITED BY SIZE
              报送取车日期 DELIMITED BY SIZE
              " 归还:" DELIMITED BY SIZE
              报送归还日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              缺失说明 DELIMITED BY SIZE
         INTO 拒绝行.
       WRITE 拒绝行.
       DISPLAY 拒绝行.

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
