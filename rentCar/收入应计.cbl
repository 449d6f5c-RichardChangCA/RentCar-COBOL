       IDENTIFICATION DIVISION.
       PROGRAM-ID.收入应计.
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

        SELECT OPTIONAL 应计收入 ASSIGN TO "应计收入.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应计主键
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 费率 ASSIGN TO "费率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 费率编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 应计清单 ASSIGN TO "应计收入清单.txt"
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
       FD 应计收入.
       01 应计收入记录.
        05 应计主键.
         10 应计年月 PIC 9(6).
         10 应计顾客号 PIC 9(6).
         10 应计序号 PIC 9(4).
        05 应计确认号 PIC 9(6).
        05 应计车牌照 PIC X(6).
        05 应计分店 PIC 9(2).
        05 应计起 PIC 9(8).
        05 应计天数 PIC 9(4).
        05 应计金额 PIC 9(7).
        05 应计日期 PIC 9(8).
        05 冲回日期 PIC 9(8).
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
       FD 培训标志.
       01 培训标志行 PIC X(10).
       FD 批模式.
       01 批模式行 PIC X(10).
       FD 应计清单.
       01 清单行 PIC X(100).

       WORKING-STORAGE SECTION.
       77 营业日期 PIC 9(8).
       77 应计年月输入 PIC 9(6).
       77 本期年月 PIC 9(6).
       77 本期年 PIC 9(4).
       77 本期月 PIC 9(2).
       77 月首日 PIC 9(8).
       77 下月首日 PIC 9(8).
       77 月末日 PIC 9(8).
       77 本月天数 PIC S9(8).
       77 税率 PIC 9(2) VALUE 5.
       77 预定起暂存 PIC 9(8).
       77 归还止暂存 PIC 9(8).
       77 日租金暂存 PIC 9(4).
       77 报价暂存 PIC 9(7).
       77 约定天数 PIC S9(8).
       77 已租天数 PIC S9(8).
       77 超出天数 PIC 9(4).
       77 应计额暂存 PIC 9(7).
       77 应计笔数 PIC 9(5).
       77 应计合计 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 培训模式状态 PIC 9.
        88 培训模式中 VALUE 1.
        88 非培训模式 VALUE 0.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "收入应计".
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
       应计收入文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 应计收入.
       应计收入文件出错处理.
       MOVE "应计收入" TO 异常文件名.
       MOVE 应计主键 TO 异常记录键.
       PERFORM 登记文件异常.
       费率文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 费率.
       费率文件出错处理.
       MOVE "费率" TO 异常文件名.
       MOVE 费率编号 TO 异常记录键.
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
       应计清单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 应计清单.
       应计清单文件出错处理.
       MOVE "应计清单" TO 异常文件名.
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
       DISPLAY "======== 月末未开票收入应计 ========".
       CALL "营业日" USING 营业日期.
       COMPUTE 本期年月 = 营业日期 / 100.
       IF 人工操作
       THEN DISPLAY "请输入应计年月(YYYYMM,0为本营业月):"
                NO ADVANCING
            ACCEPT 应计年月输入
            IF 应计年月输入 > 0
            THEN MOVE 应计年月输入 TO 本期年月
            END-IF
       END-IF.
       COMPUTE 本期年 = 本期年月 / 100.
       COMPUTE 本期月 = 本期年月 - 本期年 * 100.
       COMPUTE 月首日 = 本期年月 * 100 + 1.
       IF 本期月 = 12
       THEN COMPUTE 下月首日 = (本期年 + 1) * 10000 + 101
       ELSE COMPUTE 下月首日 = 本期年月 * 100 + 101
       END-IF.
       CALL "日期工具" USING 月首日 下月首日 本月天数.
       COMPUTE 月末日 = 本期年月 * 100 + 本月天数.
       PERFORM 载入税率.
       PERFORM 清除本期应计.
       MOVE 0 TO 应计笔数 应计合计.
       OPEN OUTPUT 应计清单.
       MOVE SPACE TO 清单行.
       STRING "----未开票收入应计清单 " DELIMITED BY SIZE
              本期年月 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 清单行.
       WRITE 清单行.
       DISPLAY 清单行.
       MOVE SPACE TO 清单行.
       STRING "确认号 客户号 车牌" DELIMITED BY SIZE
              " 分店 取车日" DELIMITED BY SIZE
              " 应计天数 应计金额" DELIMITED BY SIZE
         INTO 清单行.
       WRITE 清单行.
       DISPLAY 清单行.
       OPEN INPUT 预定.
       OPEN I-O 应计收入.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 计提单笔应计
           THRU 计提单笔应计-EXIT
       END-READ
       END-PERFORM.
       CLOSE 应计收入.
       CLOSE 预定.
       MOVE SPACE TO 清单行.
       STRING "应计笔数:" DELIMITED BY SIZE
              应计笔数 DELIMITED BY SIZE
              " 应计合计:" DELIMITED BY SIZE
              应计合计 DELIMITED BY SIZE
              " 次月首日自动冲回" DELIMITED BY SIZE
         INTO 清单行.
       WRITE 清单行.
       DISPLAY 清单行.
       CLOSE 应计清单.
       DISPLAY "清单已写入应计收入清单.txt".
       MOVE "收入应计" TO 归档报表名暂存.
       MOVE "应计收入清单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 本期年月 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...收入应计完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       载入税率.
       OPEN INPUT 费率.
       MOVE 1 TO 费率编号.
       READ 费率 KEY IS 费率编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 税率百分比 TO 税率
       END-READ.
       CLOSE 费率.

       清除本期应计.
       OPEN I-O 应计收入.
       SET 没完了 TO TRUE.
       MOVE 本期年月 TO 应计年月.
       MOVE 0 TO 应计顾客号 应计序号.
       START 应计收入 KEY IS >= 应计主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 应计收入 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应计年月 NOT = 本期年月
       THEN SET 完了 TO TRUE
       ELSE DELETE 应计收入 RECORD
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应计收入.

       计提单笔应计.
       IF 尚未取车 OR 已结算至 > 0
       THEN GO TO 计提单笔应计-EXIT
       END-IF.
       MOVE 预定起 TO 预定起暂存.
       IF 预定起暂存 = 0 OR 预定起暂存 >= 下月首日
       THEN GO TO 计提单笔应计-EXIT
       END-IF.
       MOVE 归还止 TO 归还止暂存.
       MOVE 预定日租金 TO 日租金暂存.
       MOVE 报价金额 TO 报价暂存.
       CALL "日期工具" USING 预定起暂存 下月首日
           已租天数.
       CALL "日期工具" USING 预定起暂存 归还止暂存
           约定天数.
       IF 已租天数 <= 0
       THEN GO TO 计提单笔应计-EXIT
       END-IF.
       IF 约定天数 > 0 AND 报价暂存 > 0
       THEN PERFORM 按报价计提
       ELSE COMPUTE 应计额暂存 = 已租天数 * 日租金暂存
       END-IF.
       MOVE 本期年月 TO 应计年月.
       MOVE 预定客户号 TO 应计顾客号.
       MOVE 预定序号 TO 应计序号.
       MOVE 确认号 TO 应计确认号.
       MOVE 预定车牌照 TO 应计车牌照.
       MOVE 预定分店 TO 应计分店.
       MOVE 预定起暂存 TO 应计起.
       MOVE 已租天数 TO 应计天数.
       MOVE 应计额暂存 TO 应计金额.
       MOVE 月末日 TO 应计日期.
       MOVE 下月首日 TO 冲回日期.
       WRITE 应计收入记录
       INVALID KEY REWRITE 应计收入记录
       END-WRITE.
       COMPUTE 应计笔数 = 应计笔数 + 1.
       ADD 应计额暂存 TO 应计合计.
       MOVE SPACE TO 清单行.
       STRING 应计确认号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              应计顾客号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              应计车牌照 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              应计分店 DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              应计起 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              应计天数 DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              应计金额 DELIMITED BY SIZE
         INTO 清单行.
       WRITE 清单行.
       DISPLAY 清单行.
       计提单笔应计-EXIT.
       EXIT.

       按报价计提.
       IF 已租天数 > 约定天数
       THEN COMPUTE 超出天数 = 已租天数 - 约定天数
            COMPUTE 应计额暂存 = 报价暂存 * 100
                / (100 + 税率) + 超出天数 * 日租金暂存
       ELSE COMPUTE 应计额暂存 = 报价暂存 * 100
                / (100 + 税率) * 已租天数 / 约定天数
       END-IF.

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
