       IDENTIFICATION DIVISION.
       PROGRAM-ID.年费报表.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 年费会员 ASSIGN TO "年费会员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 年费顾客号
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

        SELECT 年费报表单 ASSIGN TO "年费会员报表.txt"
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
       FD 年费报表单.
       01 年费报表行 PIC X(100).
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
       77 月份输入 PIC 9(6).
       77 月起日期 PIC 9(8).
       77 月止日期 PIC 9(8).
       77 账单日期暂存 PIC 9(8).
       77 账单金额暂存 PIC 9(7).
       77 入会笔数 PIC 9(5).
       77 入会收入 PIC 9(9).
       77 续费笔数 PIC 9(5).
       77 续费收入 PIC 9(9).
       77 年费收入合计 PIC 9(9).
       77 有效会员数 PIC 9(5).
       77 本月新会员数 PIC 9(5).
       77 到期未续数 PIC 9(5).
       77 退会数 PIC 9(5).
       77 流失基数 PIC 9(6).
       77 流失率 PIC 9(3).
       77 流失说明 PIC X(8).
       77 流失日期暂存 PIC 9(8).
       77 流失客户姓名 PIC X(11).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "年费报表".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       年费会员文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 年费会员.
       年费会员文件出错处理.
       MOVE "年费会员" TO 异常文件名.
       MOVE 年费顾客号 TO 异常记录键.
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
       年费报表单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 年费报表单.
       年费报表单文件出错处理.
       MOVE "年费报表单" TO 异常文件名.
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
       DISPLAY "======== 年费会员收入与流失报表 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       COMPUTE 月份输入 = 今日日期 / 100.
       IF 人工操作
       THEN DISPLAY "请输入统计月份(YYYYMM,0为本月):"
                NO ADVANCING
            ACCEPT 月份输入
            IF 月份输入 = 0
            THEN COMPUTE 月份输入 = 今日日期 / 100
            END-IF
       END-IF.
       COMPUTE 月起日期 = 月份输入 * 100 + 1.
       COMPUTE 月止日期 = 月份输入 * 100 + 31.
       MOVE 0 TO 入会笔数 入会收入 续费笔数 续费收入.
       MOVE 0 TO 有效会员数 本月新会员数.
       MOVE 0 TO 到期未续数 退会数.
       OPEN OUTPUT 年费报表单.
       MOVE SPACE TO 年费报表行.
       STRING "----年费会员收入与流失报表----统计月份:"
                  DELIMITED BY SIZE
              月份输入 DELIMITED BY SIZE
         INTO 年费报表行.
       WRITE 年费报表行.
       DISPLAY 年费报表行.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 累计年费收入
                       THRU 累计年费收入-EXIT
       END-READ
       END-PERFORM.
       CLOSE 账单.
       COMPUTE 年费收入合计 = 入会收入 + 续费收入.
       MOVE SPACE TO 年费报表行.
       STRING "入会:" DELIMITED BY SIZE
              入会笔数 DELIMITED BY SIZE
              "笔 " DELIMITED BY SIZE
              入会收入 DELIMITED BY SIZE
              " 续费:" DELIMITED BY SIZE
              续费笔数 DELIMITED BY SIZE
              "笔 " DELIMITED BY SIZE
              续费收入 DELIMITED BY SIZE
              " 年费收入合计:" DELIMITED BY SIZE
              年费收入合计 DELIMITED BY SIZE
         INTO 年费报表行.
       WRITE 年费报表行.
       DISPLAY 年费报表行.
       MOVE "----本月流失会员明细----" TO 年费报表行.
       WRITE 年费报表行.
       DISPLAY 年费报表行.
       MOVE SPACE TO 年费报表行.
       STRING "说明 客户号 客户姓名 " DELIMITED BY SIZE
              "入会日期 日期 续费次数" DELIMITED BY SIZE
         INTO 年费报表行.
       WRITE 年费报表行.
       DISPLAY 年费报表行.
       OPEN INPUT 年费会员.
       OPEN INPUT 顾客.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 年费会员 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 统计单个会员
                       THRU 统计单个会员-EXIT
       END-READ
       END-PERFORM.
       CLOSE 顾客.
       CLOSE 年费会员.
       COMPUTE 流失基数 = 有效会员数 + 到期未续数
           + 退会数.
       MOVE 0 TO 流失率.
       IF 流失基数 > 0
       THEN COMPUTE 流失率 = (到期未续数 + 退会数) * 100
                / 流失基数
       END-IF.
       MOVE SPACE TO 年费报表行.
       STRING "有效会员:" DELIMITED BY SIZE
              有效会员数 DELIMITED BY SIZE
              " 本月新入会:" DELIMITED BY SIZE
              本月新会员数 DELIMITED BY SIZE
              " 到期未续:" DELIMITED BY SIZE
              到期未续数 DELIMITED BY SIZE
              " 退会:" DELIMITED BY SIZE
              退会数 DELIMITED BY SIZE
              " 流失率(%):" DELIMITED BY SIZE
              流失率 DELIMITED BY SIZE
         INTO 年费报表行.
       WRITE 年费报表行.
       DISPLAY 年费报表行.
       CLOSE 年费报表单.
       DISPLAY "报表已写入年费会员报表.txt".
       MOVE "年费会员" TO 归档报表名暂存.
       MOVE "年费会员报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 月份输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...年费会员报表完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       累计年费收入.
       IF NOT 账单有效
       THEN GO TO 累计年费收入-EXIT
       END-IF.
       MOVE 账单归还止 TO 账单日期暂存.
       IF 账单日期暂存 < 月起日期
          OR 账单日期暂存 > 月止日期
       THEN GO TO 累计年费收入-EXIT
       END-IF.
       MOVE 总金额 TO 账单金额暂存.
       IF 车况备注 = "年费会员入会费"
       THEN ADD 1 TO 入会笔数
            ADD 账单金额暂存 TO 入会收入
       END-IF.
       IF 车况备注 = "年费会员续费"
       THEN ADD 1 TO 续费笔数
            ADD 账单金额暂存 TO 续费收入
       END-IF.
       累计年费收入-EXIT.
       EXIT.

       统计单个会员.
       IF 年费入会日期 >= 月起日期
          AND 年费入会日期 <= 月止日期
       THEN ADD 1 TO 本月新会员数
       END-IF.
       IF 年费已退会
       THEN IF 年费退会日期 >= 月起日期
               AND 年费退会日期 <= 月止日期
            THEN ADD 1 TO 退会数
                 MOVE "退会" TO 流失说明
                 MOVE 年费退会日期 TO 流失日期暂存
                 PERFORM 写流失会员行
            END-IF
            GO TO 统计单个会员-EXIT
       END-IF.
       IF 年费到期日期 >= 月起日期
          AND 年费到期日期 <= 月止日期
       THEN ADD 1 TO 到期未续数
            MOVE "到期未续" TO 流失说明
            MOVE 年费到期日期 TO 流失日期暂存
            PERFORM 写流失会员行
            GO TO 统计单个会员-EXIT
       END-IF.
       IF 年费到期日期 > 月止日期
       THEN ADD 1 TO 有效会员数
       END-IF.
       统计单个会员-EXIT.
       EXIT.

       写流失会员行.
       MOVE SPACE TO 流失客户姓名.
       MOVE 年费顾客号 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客档案姓名 TO 流失客户姓名
       END-READ.
       MOVE SPACE TO 年费报表行.
       STRING 流失说明 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              年费顾客号 DELIMITED BY SIZE
              流失客户姓名 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              年费入会日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              流失日期暂存 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              年费续费次数 DELIMITED BY SIZE
         INTO 年费报表行.
       WRITE 年费报表行.
       DISPLAY 年费报表行.

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
