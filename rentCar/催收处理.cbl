       IDENTIFICATION DIVISION.
       PROGRAM-ID.催收处理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 应收 ASSIGN TO "应收.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应收编号
        FILE STATUS IS 文件状态码.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客地址 ASSIGN TO "顾客地址.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 地址顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 催收历史 ASSIGN TO "催收历史.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 催收主键
        FILE STATUS IS 文件状态码.

        SELECT 催收函 ASSIGN TO "催收函.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 超期清单 ASSIGN TO "催收超期清单.txt"
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
       FD 顾客地址.
       01 顾客地址记录.
        05 地址顾客号 PIC 9(6).
        05 邮政编码 PIC X(6).
        05 档案地址 PIC X(30).
        05 通讯地址 PIC X(30).
       FD 催收历史.
       01 催收历史记录.
        05 催收主键.
         10 催收应收编号 PIC 9(6).
         10 催收阶段 PIC 9.
          88 阶段提醒 VALUE 1.
          88 阶段正式 VALUE 2.
          88 阶段最终 VALUE 3.
        05 催收顾客号 PIC 9(6).
        05 催收日期 PIC 9(8).
        05 催收账龄 PIC 9(4).
        05 催收余额 PIC 9(7).
        05 催收寄送 PIC 9.
         88 函件已寄 VALUE 1.
         88 函件无地址 VALUE 0.
       FD 催收函.
       01 催收函行 PIC X(100).
       FD 超期清单.
       01 超期行 PIC X(100).
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
       77 日期差结果 PIC S9(8).
       77 账龄天数 PIC 9(4).
       77 应达阶段 PIC 9.
       77 提醒天数 PIC 9(3) VALUE 30.
       77 正式天数 PIC 9(3) VALUE 60.
       77 最终天数 PIC 9(3) VALUE 90.
       77 提醒函数 PIC 9(4).
       77 正式函数 PIC 9(4).
       77 最终函数 PIC 9(4).
       77 无地址数 PIC 9(4).
       77 超期笔数 PIC 9(4).
       77 超期金额 PIC 9(9).
       77 最终后天数 PIC 9(4).
       77 客户姓名暂存 PIC X(11).
       77 邮寄地址行 PIC X(30).
       77 邮寄邮编 PIC X(6).
       77 金额文本 PIC 9(9).
       77 天数文本 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 地址是否可用 PIC 9.
        88 地址可用 VALUE 1.
        88 地址不可用 VALUE 0.
       01 阶段是否已催 PIC 9.
        88 阶段已催 VALUE 1.
        88 阶段未催 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "催收处理".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       应收文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 应收.
       应收文件出错处理.
       MOVE "应收" TO 异常文件名.
       MOVE 应收编号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客地址文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客地址.
       顾客地址文件出错处理.
       MOVE "顾客地址" TO 异常文件名.
       MOVE 地址顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       催收历史文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 催收历史.
       催收历史文件出错处理.
       MOVE "催收历史" TO 异常文件名.
       MOVE 催收主键 TO 异常记录键.
       PERFORM 登记文件异常.
       催收函文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 催收函.
       催收函文件出错处理.
       MOVE "催收函" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       超期清单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 超期清单.
       超期清单文件出错处理.
       MOVE "超期清单" TO 异常文件名.
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
       DISPLAY "======== 应收账款催收 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 提醒函数 正式函数 最终函数 无地址数.
       MOVE 0 TO 超期笔数 超期金额.
       OPEN EXTEND 催收函.
       OPEN I-O 催收历史.
       OPEN INPUT 顾客 顾客地址.
       OPEN INPUT 应收.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应收 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应收未结清 AND 应收余额 > 0
       THEN PERFORM 判定催收阶段 THRU 判定催收阶段-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应收.
       CLOSE 催收函.
       PERFORM 列示超期清单.
       CLOSE 顾客 顾客地址.
       CLOSE 催收历史.
       DISPLAY "30天提醒函:" NO ADVANCING.
       DISPLAY 提醒函数.
       DISPLAY "60天正式催收函:" NO ADVANCING.
       DISPLAY 正式函数.
       DISPLAY "90天最终通知:" NO ADVANCING.
       DISPLAY 最终函数.
       DISPLAY "无邮寄地址未寄:" NO ADVANCING.
       DISPLAY 无地址数.
       DISPLAY "超过最终阶段待管理层复核:" NO ADVANCING.
       DISPLAY 超期笔数.
       MOVE "催收函" TO 归档报表名暂存.
       MOVE "催收函.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       MOVE "催收超期" TO 归档报表名暂存.
       MOVE "催收超期清单.txt" TO 归档源名暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...催收处理完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       判定催收阶段.
       CALL "日期工具" USING 应收开立日期 今日日期
           日期差结果.
       IF 日期差结果 < 0
       THEN MOVE 0 TO 日期差结果
       END-IF.
       MOVE 日期差结果 TO 账龄天数.
       EVALUATE TRUE
       WHEN 账龄天数 >= 最终天数 MOVE 3 TO 应达阶段
       WHEN 账龄天数 >= 正式天数 MOVE 2 TO 应达阶段
       WHEN 账龄天数 >= 提醒天数 MOVE 1 TO 应达阶段
       WHEN OTHER MOVE 0 TO 应达阶段
       END-EVALUATE.
       IF 应达阶段 = 0
       THEN GO TO 判定催收阶段-EXIT
       END-IF.
       MOVE 应收编号 TO 催收应收编号.
       MOVE 应达阶段 TO 催收阶段.
       SET 阶段未催 TO TRUE.
       READ 催收历史 KEY IS 催收主键
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 阶段已催 TO TRUE
       END-READ.
       IF 阶段已催
       THEN GO TO 判定催收阶段-EXIT
       END-IF.
       PERFORM 取顾客资料.
       IF 地址可用
       THEN PERFORM 写催收函
       ELSE COMPUTE 无地址数 = 无地址数 + 1
       END-IF.
       MOVE 应收编号 TO 催收应收编号.
       MOVE 应达阶段 TO 催收阶段.
       MOVE 应收顾客号 TO 催收顾客号.
       MOVE 今日日期 TO 催收日期.
       MOVE 账龄天数 TO 催收账龄.
       MOVE 应收余额 TO 催收余额.
       IF 地址可用
       THEN SET 函件已寄 TO TRUE
       ELSE SET 函件无地址 TO TRUE
       END-IF.
       WRITE 催收历史记录.
       判定催收阶段-EXIT.
       EXIT.

       取顾客资料.
       MOVE SPACE TO 客户姓名暂存.
       MOVE 应收顾客号 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客档案姓名 TO 客户姓名暂存
       END-READ.
       SET 地址不可用 TO TRUE.
       MOVE SPACE TO 邮寄地址行 邮寄邮编.
       MOVE 应收顾客号 TO 地址顾客号.
       READ 顾客地址 KEY IS 地址顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 通讯地址 NOT = SPACE
       THEN MOVE 通讯地址 TO 邮寄地址行
            MOVE 邮政编码 TO 邮寄邮编
            SET 地址可用 TO TRUE
       ELSE IF 档案地址 NOT = SPACE
            THEN MOVE 档案地址 TO 邮寄地址行
                 MOVE 邮政编码 TO 邮寄邮编
                 SET 地址可用 TO TRUE
            END-IF
       END-IF
       END-READ.

       写催收函.
       EVALUATE 应达阶段
       WHEN 1 MOVE "----应收账款付款提醒函----" TO 催收函行
              COMPUTE 提醒函数 = 提醒函数 + 1
       WHEN 2 MOVE "----应收账款正式催收函----" TO 催收函行
              COMPUTE 正式函数 = 正式函数 + 1
       WHEN OTHER MOVE "----应收账款最终通知----"
                TO 催收函行
              COMPUTE 最终函数 = 最终函数 + 1
       END-EVALUATE.
       WRITE 催收函行.
       MOVE SPACE TO 催收函行.
       STRING "邮寄:" DELIMITED BY SIZE
              邮寄邮编 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              邮寄地址行 DELIMITED BY SIZE
         INTO 催收函行.
       WRITE 催收函行.
       MOVE SPACE TO 催收函行.
       STRING "致客户:" DELIMITED BY SIZE
              客户姓名暂存 DELIMITED BY SIZE
              " (客户号:" DELIMITED BY SIZE
              应收顾客号 DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO 催收函行.
       WRITE 催收函行.
       MOVE 应收余额 TO 金额文本.
       MOVE 账龄天数 TO 天数文本.
       MOVE SPACE TO 催收函行.
       STRING "账单号" DELIMITED BY SIZE
              应收账单号 DELIMITED BY SIZE
              "项下欠款" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              "元,自" DELIMITED BY SIZE
              应收开立日期 DELIMITED BY SIZE
              "起已" DELIMITED BY SIZE
              天数文本 DELIMITED BY SIZE
              "天未付." DELIMITED BY SIZE
         INTO 催收函行.
       WRITE 催收函行.
       EVALUATE 应达阶段
       WHEN 1 MOVE "请尽快安排付款,如已付款请忽略."
                TO 催收函行
       WHEN 2 MOVE "请于十日内付清,否则暂停记账资格."
                TO 催收函行
       WHEN OTHER MOVE "本函为最终通知,逾期将移交追讨."
                TO 催收函行
       END-EVALUATE.
       WRITE 催收函行.
       MOVE SPACE TO 催收函行.
       WRITE 催收函行.

       列示超期清单.
       OPEN OUTPUT 超期清单.
       MOVE "----超过最终催收阶段清单----" TO 超期行.
       WRITE 超期行.
       MOVE SPACE TO 超期行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
         INTO 超期行.
       WRITE 超期行.
       OPEN INPUT 应收.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应收 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应收未结清 AND 应收余额 > 0
       THEN PERFORM 核对最终阶段 THRU 核对最终阶段-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应收.
       MOVE 超期金额 TO 金额文本.
       MOVE SPACE TO 超期行.
       STRING "合计笔数:" DELIMITED BY SIZE
              超期笔数 DELIMITED BY SIZE
              " 合计余额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 超期行.
       WRITE 超期行.
       CLOSE 超期清单.

       核对最终阶段.
       MOVE 应收编号 TO 催收应收编号.
       MOVE 3 TO 催收阶段.
       READ 催收历史 KEY IS 催收主键
       INVALID KEY GO TO 核对最终阶段-EXIT
       END-READ.
       CALL "日期工具" USING 催收日期 今日日期
           日期差结果.
       IF 日期差结果 < 0
       THEN MOVE 0 TO 日期差结果
       END-IF.
       MOVE 日期差结果 TO 最终后天数.
       PERFORM 取顾客资料.
       COMPUTE 超期笔数 = 超期笔数 + 1.
       ADD 应收余额 TO 超期金额.
       MOVE 应收余额 TO 金额文本.
       MOVE SPACE TO 超期行.
       STRING "应收编号:" DELIMITED BY SIZE
              应收编号 DELIMITED BY SIZE
              " 客户:" DELIMITED BY SIZE
              应收顾客号 DELIMITED BY SIZE
              客户姓名暂存 DELIMITED BY SIZE
              " 余额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              " 最终通知:" DELIMITED BY SIZE
              催收日期 DELIMITED BY SIZE
              " 已过" DELIMITED BY SIZE
              最终后天数 DELIMITED BY SIZE
              "天" DELIMITED BY SIZE
         INTO 超期行.
       WRITE 超期行.
       DISPLAY 超期行.
       核对最终阶段-EXIT.
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
