       IDENTIFICATION DIVISION.
       PROGRAM-ID.合同到期.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 企业合同 ASSIGN TO "企业合同.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 合同客户号
        FILE STATUS IS 文件状态码.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT 到期报表 ASSIGN TO "合同到期报表.txt"
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
       FD 企业合同.
       01 企业合同记录.
        05 合同客户号 PIC 9(6).
        05 合同编号 PIC X(12).
        05 合同起始日期 PIC 9(8).
        05 合同到期日期 PIC 9(8).
        05 合同许可类别 PIC 9(2) OCCURS 6 TIMES.
        05 合同最长租期 PIC 9(3).
        05 合同结算方式 PIC 9.
         88 合同月结 VALUE 1.
         88 合同逐笔结算 VALUE 2.
        05 合同账单抬头 PIC X(20).
        05 合同结算说明 PIC X(30).
        05 合同维护员 PIC X(6).
        05 合同维护日期 PIC 9(8).
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
       FD 到期报表.
       01 到期报表行 PIC X(100).
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
       77 到期营业日 PIC 9(8).
       77 预警截止日 PIC 9(8).
       77 预警天数 PIC 9(4) VALUE 60.
       77 剩余天数 PIC S9(8).
       77 剩余天数文本 PIC ZZZ9.
       77 到期客户姓名 PIC X(11).
       77 到期份数 PIC 9(4).
       77 已过期份数 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "合同到期".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       企业合同文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 企业合同.
       企业合同文件出错处理.
       MOVE "企业合同" TO 异常文件名.
       MOVE 合同客户号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       到期报表文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 到期报表.
       到期报表文件出错处理.
       MOVE "到期报表" TO 异常文件名.
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
       DISPLAY "======== 企业合同到期续签报表 ========".
       CALL "营业日" USING 到期营业日.
       CALL "日期加减" USING 到期营业日 预警天数
           预警截止日.
       MOVE 0 TO 到期份数 已过期份数.
       OPEN OUTPUT 到期报表.
       MOVE SPACE TO 到期报表行.
       STRING "----企业合同到期续签报表----营业日:"
                  DELIMITED BY SIZE
              到期营业日 DELIMITED BY SIZE
              " 预警至:" DELIMITED BY SIZE
              预警截止日 DELIMITED BY SIZE
         INTO 到期报表行.
       WRITE 到期报表行.
       DISPLAY 到期报表行.
       MOVE SPACE TO 到期报表行.
       STRING "客户号 客户姓名 合同编号 起始 到期 "
                  DELIMITED BY SIZE
              "剩余天数 结算方式" DELIMITED BY SIZE
         INTO 到期报表行.
       WRITE 到期报表行.
       DISPLAY 到期报表行.
       OPEN INPUT 企业合同.
       OPEN INPUT 顾客.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 企业合同 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 合同到期日期 >= 到期营业日
          AND 合同到期日期 <= 预警截止日
       THEN PERFORM 写到期合同行
       END-IF
       IF 合同到期日期 < 到期营业日
       THEN ADD 1 TO 已过期份数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 顾客.
       CLOSE 企业合同.
       MOVE SPACE TO 到期报表行.
       STRING "60天内到期合同:" DELIMITED BY SIZE
              到期份数 DELIMITED BY SIZE
              " 已过期未续签:" DELIMITED BY SIZE
              已过期份数 DELIMITED BY SIZE
         INTO 到期报表行.
       WRITE 到期报表行.
       DISPLAY 到期报表行.
       CLOSE 到期报表.
       DISPLAY "报表已写入合同到期报表.txt".
       MOVE "合同到期" TO 归档报表名暂存.
       MOVE "合同到期报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 到期营业日 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...企业合同到期报表完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       写到期合同行.
       ADD 1 TO 到期份数.
       MOVE SPACE TO 到期客户姓名.
       MOVE 合同客户号 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客档案姓名 TO 到期客户姓名
       END-READ.
       CALL "日期工具" USING 到期营业日 合同到期日期
           剩余天数.
       MOVE 剩余天数 TO 剩余天数文本.
       MOVE SPACE TO 到期报表行.
       STRING 合同客户号 DELIMITED BY SIZE
              到期客户姓名 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合同编号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合同起始日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合同到期日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              剩余天数文本 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              合同结算方式 DELIMITED BY SIZE
         INTO 到期报表行.
       WRITE 到期报表行.
       DISPLAY 到期报表行.

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
