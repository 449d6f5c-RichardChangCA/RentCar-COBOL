       IDENTIFICATION DIVISION.
       PROGRAM-ID.推荐报表.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 推荐 ASSIGN TO "推荐.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 被推荐顾客号
        ALTERNATE RECORD KEY IS 推荐人顾客号 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT 推荐报表单 ASSIGN TO "推荐报表.txt"
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
       FD 推荐.
       01 推荐记录.
        05 被推荐顾客号 PIC 9(6).
        05 推荐人顾客号 PIC 9(6).
        05 推荐登记日期 PIC 9(8).
        05 推荐状态 PIC 9.
         88 推荐待转化 VALUE 0.
         88 推荐已转化 VALUE 1.
         88 推荐已拒绝 VALUE 2.
        05 推荐结案日期 PIC 9(8).
        05 推荐转化账单号 PIC 9(6).
        05 推荐奖励积分 PIC 9(5).
        05 推荐拒绝原因 PIC X(12).
        05 推荐经办员 PIC X(6).
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
       FD 推荐报表单.
       01 推荐报表行 PIC X(100).
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
       77 当前推荐人 PIC 9(6).
       77 推荐人姓名 PIC X(11).
       77 本人推荐数 PIC 9(4).
       77 本人转化数 PIC 9(4).
       77 本人拒绝数 PIC 9(4).
       77 本人待转化数 PIC 9(4).
       77 本人奖励积分 PIC 9(7).
       77 推荐合计 PIC 9(5).
       77 转化合计 PIC 9(5).
       77 拒绝合计 PIC 9(5).
       77 奖励积分合计 PIC 9(9).
       77 推荐人数 PIC 9(5).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "推荐报表".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       推荐文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 推荐.
       推荐文件出错处理.
       MOVE "推荐" TO 异常文件名.
       MOVE 被推荐顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       推荐报表单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 推荐报表单.
       推荐报表单文件出错处理.
       MOVE "推荐报表单" TO 异常文件名.
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
       DISPLAY "======== 客户推荐月报 ========".
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
       MOVE 0 TO 推荐合计 转化合计 拒绝合计.
       MOVE 0 TO 奖励积分合计 推荐人数.
       OPEN OUTPUT 推荐报表单.
       MOVE SPACE TO 推荐报表行.
       STRING "----客户推荐月报----统计月份:"
                  DELIMITED BY SIZE
              月份输入 DELIMITED BY SIZE
         INTO 推荐报表行.
       WRITE 推荐报表行.
       DISPLAY 推荐报表行.
       MOVE SPACE TO 推荐报表行.
       STRING "推荐人 姓名 本月推荐 本月转化 "
                  DELIMITED BY SIZE
              "奖励积分 不予奖励 尚未转化" DELIMITED BY SIZE
         INTO 推荐报表行.
       WRITE 推荐报表行.
       DISPLAY 推荐报表行.
       OPEN INPUT 顾客.
       OPEN INPUT 推荐.
       MOVE 0 TO 当前推荐人.
       PERFORM 清零本人计数.
       MOVE 0 TO 推荐人顾客号.
       START 推荐 KEY IS NOT LESS THAN 推荐人顾客号
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 推荐 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 推荐人顾客号 NOT = 当前推荐人
       THEN PERFORM 写推荐人行 THRU 写推荐人行-EXIT
            MOVE 推荐人顾客号 TO 当前推荐人
            PERFORM 清零本人计数
       END-IF
       PERFORM 累计单条推荐
       END-READ
       END-PERFORM.
       PERFORM 写推荐人行 THRU 写推荐人行-EXIT.
       CLOSE 推荐.
       CLOSE 顾客.
       MOVE SPACE TO 推荐报表行.
       STRING "推荐人数:" DELIMITED BY SIZE
              推荐人数 DELIMITED BY SIZE
              " 本月推荐:" DELIMITED BY SIZE
              推荐合计 DELIMITED BY SIZE
              " 本月转化:" DELIMITED BY SIZE
              转化合计 DELIMITED BY SIZE
              " 奖励积分:" DELIMITED BY SIZE
              奖励积分合计 DELIMITED BY SIZE
              " 不予奖励:" DELIMITED BY SIZE
              拒绝合计 DELIMITED BY SIZE
         INTO 推荐报表行.
       WRITE 推荐报表行.
       DISPLAY 推荐报表行.
       CLOSE 推荐报表单.
       DISPLAY "报表已写入推荐报表.txt".
       MOVE "客户推荐" TO 归档报表名暂存.
       MOVE "推荐报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 月份输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...客户推荐月报完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       清零本人计数.
       MOVE 0 TO 本人推荐数 本人转化数 本人拒绝数.
       MOVE 0 TO 本人待转化数 本人奖励积分.

       累计单条推荐.
       IF 推荐登记日期 >= 月起日期
          AND 推荐登记日期 <= 月止日期
       THEN ADD 1 TO 本人推荐数
       END-IF.
       IF 推荐待转化 AND 推荐登记日期 <= 月止日期
       THEN ADD 1 TO 本人待转化数
       END-IF.
       IF 推荐结案日期 >= 月起日期
          AND 推荐结案日期 <= 月止日期
       THEN IF 推荐已转化
            THEN ADD 1 TO 本人转化数
                 ADD 推荐奖励积分 TO 本人奖励积分
            END-IF
            IF 推荐已拒绝
            THEN ADD 1 TO 本人拒绝数
            END-IF
       END-IF.

       写推荐人行.
       IF 当前推荐人 = 0
       THEN GO TO 写推荐人行-EXIT
       END-IF.
       IF 本人推荐数 = 0 AND 本人转化数 = 0
          AND 本人拒绝数 = 0
       THEN GO TO 写推荐人行-EXIT
       END-IF.
       ADD 1 TO 推荐人数.
       ADD 本人推荐数 TO 推荐合计.
       ADD 本人转化数 TO 转化合计.
       ADD 本人拒绝数 TO 拒绝合计.
       ADD 本人奖励积分 TO 奖励积分合计.
       MOVE SPACE TO 推荐人姓名.
       MOVE 当前推荐人 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客档案姓名 TO 推荐人姓名
       END-READ.
       MOVE SPACE TO 推荐报表行.
       STRING 当前推荐人 DELIMITED BY SIZE
              推荐人姓名 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本人推荐数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本人转化数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本人奖励积分 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本人拒绝数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              本人待转化数 DELIMITED BY SIZE
         INTO 推荐报表行.
       WRITE 推荐报表行.
       DISPLAY 推荐报表行.
       写推荐人行-EXIT.
       EXIT.

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
