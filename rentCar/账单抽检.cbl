       IDENTIFICATION DIVISION.
       PROGRAM-ID.账单抽检.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 折让单 ASSIGN TO "折让单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 折让账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 抽检 ASSIGN TO "抽检.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 抽检账单号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 抽检参数 ASSIGN TO "抽检参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 抽检参数编号
        FILE STATUS IS 文件状态码.

        SELECT 抽检清单 ASSIGN TO "账单抽检清单.txt"
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
       FD 折让单.
       01 折让单记录.
        05 折让账单号 PIC 9(6).
        05 折让金额 PIC 9(5).
        05 折让原因 PIC X(8).
        05 折让经办 PIC X(6).
        05 折让批准主管 PIC X(6).
        05 折让日期 PIC 9(8).
       FD 抽检.
       01 抽检记录.
        05 抽检账单号 PIC 9(6).
        05 抽检账单日期 PIC 9(8).
        05 抽检分店 PIC 9(2).
        05 抽检经办员 PIC X(6).
        05 抽检总金额 PIC 9(7).
        05 抽检风险.
         10 抽检有损坏费 PIC 9.
         10 抽检有折让 PIC 9.
         10 抽检有积分抵扣 PIC 9.
         10 抽检有促销折减 PIC 9.
        05 抽检日期 PIC 9(8).
        05 抽检状态 PIC 9.
         88 待复核 VALUE 0.
         88 复核无误 VALUE 1.
         88 复核已更正 VALUE 2.
         88 复核已移交 VALUE 3.
        05 复核员 PIC X(6).
        05 复核日期 PIC 9(8).
        05 复核说明 PIC X(30).
       FD 抽检参数.
       01 抽检参数记录.
        05 抽检参数编号 PIC 9(2).
        05 抽检百分比 PIC 9(2).
        05 风险加权倍数 PIC 9(2).
        05 每日最少张数 PIC 9(2).
        05 抽检设置员 PIC X(6).
        05 抽检设置日期 PIC 9(8).
       FD 抽检清单.
       01 抽检清单行 PIC X(100).
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
       01 候选表.
        05 候选项 OCCURS 2000.
         10 候选账单号 PIC 9(6).
         10 候选分店 PIC 9(2).
         10 候选总金额 PIC 9(7).
         10 候选风险.
          15 候选损坏 PIC 9.
          15 候选折让 PIC 9.
          15 候选积分 PIC 9.
          15 候选促销 PIC 9.
         10 候选高风险 PIC 9.
         10 候选选中 PIC 9.
         10 候选经办员 PIC X(6).
       77 候选数 PIC 9(4).
       77 候选下标 PIC 9(4).
       77 候选上限 PIC 9(4) VALUE 2000.
       77 选中数 PIC 9(4).
       77 高风险数 PIC 9(4).
       77 今日日期 PIC 9(8).
       77 当前时间 PIC 9(8).
       77 抽检营业日 PIC 9(8).
       77 日期暂存 PIC 9(8).
       77 账单号暂存 PIC 9(6).
       77 金额暂存 PIC 9(7).
       77 本次百分比 PIC 9(2) VALUE 5.
       77 本次加权倍数 PIC 9(2) VALUE 4.
       77 本次最少张数 PIC 9(2) VALUE 1.
       77 抽中门槛 PIC 9(6).
       77 随机种子 PIC 9(10).
       77 随机积 PIC 9(15).
       77 随机商 PIC 9(10).
       77 随机值 PIC 9(4).
       77 随机余商 PIC 9(10).
       77 风险说明 PIC X(20).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
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
       77 异常程序名 PIC X(16) VALUE "账单抽检".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       折让单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 折让单.
       折让单文件出错处理.
       MOVE "折让单" TO 异常文件名.
       MOVE 折让账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       抽检文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 抽检.
       抽检文件出错处理.
       MOVE "抽检" TO 异常文件名.
       MOVE 抽检账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       抽检参数文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 抽检参数.
       抽检参数文件出错处理.
       MOVE "抽检参数" TO 异常文件名.
       MOVE 抽检参数编号 TO 异常记录键.
       PERFORM 登记文件异常.
       抽检清单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 抽检清单.
       抽检清单文件出错处理.
       MOVE "抽检清单" TO 异常文件名.
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
       DISPLAY "======== 账单随机抽检 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       ACCEPT 当前时间 FROM TIME.
       CALL "营业日" USING 抽检营业日.
       IF 人工操作
       THEN DISPLAY "请输入抽检账单日期(YYYYMMDD,"
                NO ADVANCING
            DISPLAY "0为当前营业日):" NO ADVANCING
            ACCEPT 日期暂存
            IF 日期暂存 NOT = 0
            THEN MOVE 日期暂存 TO 抽检营业日
            END-IF
       END-IF.
       PERFORM 载入抽检参数.
       DISPLAY "抽检比例(%):" 本次百分比
           " 风险加权倍数:" 本次加权倍数
           " 最少张数:" 本次最少张数.
       COMPUTE 随机种子 = 当前时间 + 抽检营业日.
       DIVIDE 随机种子 BY 2147483646 GIVING 随机商
           REMAINDER 随机种子.
       ADD 1 TO 随机种子.
       MOVE 0 TO 候选数 选中数 高风险数.
       MOVE ZERO TO 候选表.
       OPEN INPUT 抽检.
       OPEN INPUT 折让单.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 登记候选账单
                       THRU 登记候选账单-EXIT
       END-READ
       END-PERFORM.
       CLOSE 账单.
       CLOSE 折让单.
       CLOSE 抽检.
       MOVE 0 TO 候选下标.
       PERFORM UNTIL 候选下标 >= 候选数
       COMPUTE 候选下标 = 候选下标 + 1
       PERFORM 随机抽取单张
       END-PERFORM.
       IF 选中数 < 本次最少张数 AND 高风险数 > 0
       THEN MOVE 0 TO 候选下标
            PERFORM UNTIL 候选下标 >= 候选数
                       OR 选中数 >= 本次最少张数
            COMPUTE 候选下标 = 候选下标 + 1
            IF 候选高风险(候选下标) = 1
               AND 候选选中(候选下标) = 0
            THEN MOVE 1 TO 候选选中(候选下标)
                 COMPUTE 选中数 = 选中数 + 1
            END-IF
            END-PERFORM
       END-IF.
       IF 选中数 < 本次最少张数
       THEN MOVE 0 TO 候选下标
            PERFORM UNTIL 候选下标 >= 候选数
                       OR 选中数 >= 本次最少张数
            COMPUTE 候选下标 = 候选下标 + 1
            IF 候选选中(候选下标) = 0
            THEN MOVE 1 TO 候选选中(候选下标)
                 COMPUTE 选中数 = 选中数 + 1
            END-IF
            END-PERFORM
       END-IF.
       IF 选中数 > 0
       THEN PERFORM 查找开单经办员
       END-IF.
       OPEN OUTPUT 抽检清单.
       MOVE SPACE TO 抽检清单行.
       STRING "----账单抽检待复核清单----账单日期:"
                  DELIMITED BY SIZE
              抽检营业日 DELIMITED BY SIZE
         INTO 抽检清单行.
       WRITE 抽检清单行.
       DISPLAY 抽检清单行.
       MOVE SPACE TO 抽检清单行.
       STRING "账单号 分店 经办员 总金额 风险因素"
                  DELIMITED BY SIZE
         INTO 抽检清单行.
       WRITE 抽检清单行.
       DISPLAY 抽检清单行.
       OPEN I-O 抽检.
       MOVE 0 TO 候选下标.
       PERFORM UNTIL 候选下标 >= 候选数
       COMPUTE 候选下标 = 候选下标 + 1
       IF 候选选中(候选下标) = 1
       THEN PERFORM 写入抽检队列 THRU 写入抽检队列-EXIT
       END-IF
       END-PERFORM.
       CLOSE 抽检.
       MOVE SPACE TO 抽检清单行.
       STRING "当日账单:" DELIMITED BY SIZE
              候选数 DELIMITED BY SIZE
              " 其中有风险因素:" DELIMITED BY SIZE
              高风险数 DELIMITED BY SIZE
              " 抽中待复核:" DELIMITED BY SIZE
              选中数 DELIMITED BY SIZE
         INTO 抽检清单行.
       WRITE 抽检清单行.
       DISPLAY 抽检清单行.
       CLOSE 抽检清单.
       IF 候选数 >= 候选上限
       THEN DISPLAY "当日账单超出抽检上限,仅前"
                候选上限 "张参与抽样."
       END-IF.
       IF 选中数 > 0
       THEN MOVE "抽检" TO 审计操作文件
            MOVE "抽样" TO 审计操作类型
            MOVE 抽检营业日 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "清单已写入账单抽检清单.txt".
       MOVE "账单抽检" TO 归档报表名暂存.
       MOVE "账单抽检清单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 抽检营业日 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...账单抽检完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       载入抽检参数.
       OPEN INPUT 抽检参数.
       MOVE 1 TO 抽检参数编号.
       READ 抽检参数 KEY IS 抽检参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 抽检百分比 TO 本次百分比
       MOVE 风险加权倍数 TO 本次加权倍数
       MOVE 每日最少张数 TO 本次最少张数
       END-READ.
       CLOSE 抽检参数.
       IF 本次加权倍数 = 0
       THEN MOVE 1 TO 本次加权倍数
       END-IF.

       登记候选账单.
       IF NOT 账单有效
       THEN GO TO 登记候选账单-EXIT
       END-IF.
       MOVE 账单归还止 TO 日期暂存.
       IF 日期暂存 NOT = 抽检营业日
       THEN GO TO 登记候选账单-EXIT
       END-IF.
       MOVE 账单号 TO 抽检账单号.
       READ 抽检 KEY IS 抽检账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY GO TO 登记候选账单-EXIT
       END-READ.
       IF 候选数 >= 候选上限
       THEN GO TO 登记候选账单-EXIT
       END-IF.
       COMPUTE 候选数 = 候选数 + 1.
       MOVE 账单号 TO 候选账单号(候选数).
       MOVE 账单分店 TO 候选分店(候选数).
       MOVE 总金额 TO 候选总金额(候选数).
       MOVE 损坏费 TO 金额暂存.
       IF 金额暂存 > 0
       THEN MOVE 1 TO 候选损坏(候选数)
       END-IF.
       MOVE 积分抵扣 TO 金额暂存.
       IF 金额暂存 > 0
       THEN MOVE 1 TO 候选积分(候选数)
       END-IF.
       MOVE 促销折减 TO 金额暂存.
       IF 金额暂存 > 0
       THEN MOVE 1 TO 候选促销(候选数)
       END-IF.
       MOVE 账单号 TO 折让账单号.
       READ 折让单 KEY IS 折让账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 1 TO 候选折让(候选数)
       MOVE 折让经办 TO 候选经办员(候选数)
       END-READ.
       IF 候选风险(候选数) NOT = "0000"
       THEN MOVE 1 TO 候选高风险(候选数)
            COMPUTE 高风险数 = 高风险数 + 1
       END-IF.
       登记候选账单-EXIT.
       EXIT.

       随机抽取单张.
       IF 候选高风险(候选下标) = 1
       THEN COMPUTE 抽中门槛 = 本次百分比 * 本次加权倍数
                * 100
       ELSE COMPUTE 抽中门槛 = 本次百分比 * 100
       END-IF.
       PERFORM 取随机数.
       IF 随机值 < 抽中门槛
       THEN MOVE 1 TO 候选选中(候选下标)
            COMPUTE 选中数 = 选中数 + 1
       END-IF.

       取随机数.
       COMPUTE 随机积 = 随机种子 * 16807.
       DIVIDE 随机积 BY 2147483647 GIVING 随机商
           REMAINDER 随机种子.
       DIVIDE 随机种子 BY 10000 GIVING 随机余商
           REMAINDER 随机值.

       查找开单经办员.
       OPEN INPUT 审计.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 审计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 操作文件 = "账单" AND 操作类型 = "新增"
       THEN PERFORM 匹配开单经办员
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 审计.

       匹配开单经办员.
       MOVE 0 TO 候选下标.
       PERFORM UNTIL 候选下标 >= 候选数
       COMPUTE 候选下标 = 候选下标 + 1
       IF 候选选中(候选下标) = 1
          AND 操作记录键(1:6) = 候选账单号(候选下标)
       THEN MOVE 操作员 TO 候选经办员(候选下标)
            MOVE 候选数 TO 候选下标
       END-IF
       END-PERFORM.

       写入抽检队列.
       MOVE 候选账单号(候选下标) TO 抽检账单号.
       MOVE 抽检营业日 TO 抽检账单日期.
       MOVE 候选分店(候选下标) TO 抽检分店.
       MOVE 候选经办员(候选下标) TO 抽检经办员.
       MOVE 候选总金额(候选下标) TO 抽检总金额.
       MOVE 候选风险(候选下标) TO 抽检风险.
       MOVE 今日日期 TO 抽检日期.
       SET 待复核 TO TRUE.
       MOVE SPACE TO 复核员 复核说明.
       MOVE 0 TO 复核日期.
       WRITE 抽检记录
       INVALID KEY GO TO 写入抽检队列-EXIT
       END-WRITE.
       MOVE SPACE TO 风险说明.
       STRING 候选损坏(候选下标) DELIMITED BY SIZE
              候选折让(候选下标) DELIMITED BY SIZE
              候选积分(候选下标) DELIMITED BY SIZE
              候选促销(候选下标) DELIMITED BY SIZE
         INTO 风险说明.
       MOVE SPACE TO 抽检清单行.
       STRING 抽检账单号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              抽检分店 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              抽检经办员 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              抽检总金额 DELIMITED BY SIZE
              " 损坏/折让/积分/促销:" DELIMITED BY SIZE
              风险说明 DELIMITED BY SIZE
         INTO 抽检清单行.
       WRITE 抽检清单行.
       DISPLAY 抽检清单行.
       写入抽检队列-EXIT.
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
