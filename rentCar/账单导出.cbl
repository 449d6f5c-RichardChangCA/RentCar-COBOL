        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 导出 ASSIGN TO "账单导出.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 账单杂费 ASSIGN TO "账单杂费.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 杂费行主键
        FILE STATUS IS 文件状态码.

        SELECT 杂费导出 ASSIGN TO "账单杂费导出.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       FD 导出.
       01 导出行 PIC X(300).

       FD 账单杂费.
       01 账单杂费记录.
        05 杂费行主键.
         10 杂费账单号 PIC 9(6).
         10 杂费行号 PIC 99.
        05 杂费行代码 PIC X(4).
        05 杂费行名称 PIC X(20).
        05 杂费行数量 PIC 99.
        05 杂费行单价 PIC 9(5).
        05 杂费行金额 PIC 9(6).
        05 杂费行计税 PIC 9.
         88 杂费行应税 VALUE 1.
         88 杂费行免税 VALUE 0.
        05 杂费行税额 PIC 9(5).
        05 杂费行科目 PIC X(8).
        05 杂费行分店 PIC 9(2).
        05 杂费行归还日 PIC 9(8).

       FD 杂费导出.
       01 杂费导出行 PIC X(120).

       FD 批模式.
       01 批模式行 PIC X(10).

       77 已收押金-文本 PIC 9999.
       77 损坏费-文本 PIC 9999.
       77 税额-文本 PIC 9999.
       77 杂费账单号-文本 PIC 9(6).
       77 杂费行号-文本 PIC 99.
       77 杂费数量-文本 PIC 99.
       77 杂费单价-文本 PIC 9(5).
       77 杂费金额-文本 PIC 9(6).
       77 杂费计税-文本 PIC 9.
       77 杂费税额-文本 PIC 9(5).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "账单导出".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       导出文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 导出.
       导出文件出错处理.
       MOVE "导出" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       账单杂费文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单杂费.
       账单杂费文件出错处理.
       MOVE "账单杂费" TO 异常文件名.
       MOVE 杂费行主键 TO 异常记录键.
       PERFORM 登记文件异常.
       杂费导出文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 杂费导出.
       杂费导出文件出错处理.
       MOVE "杂费导出" TO 异常文件名.
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
       DISPLAY 空白屏幕.
       OPEN INPUT 账单.
       OPEN OUTPUT 导出.
       STRING "账单号,客户姓名,客户号码,车辆类别,"
              "车辆编号,车牌照,"
              "车厂家,车型号,归还里程,日租金,预定起,"
              "归还止,"
              "租车天数,总金额,滞纳金,超里程费,加油费,"
              "已收押金,"
              "车况备注,损坏费,付款方式,税额"
              DELIMITED BY SIZE
         INTO 导出行.
       WRITE 导出行.
       SET 没完了 TO TRUE.
       CLOSE 账单.
       CLOSE 导出.
       DISPLAY "账单数据已导出至账单导出.csv".
       PERFORM 导出杂费明细.
       DISPLAY "杂项收费明细已导出至账单杂费导出.csv".
       DISPLAY "...导出完毕".
       IF 人工操作
       THEN STOP " "
         INTO 导出行.
       WRITE 导出行.

       导出杂费明细.
       OPEN INPUT 账单杂费.
       OPEN OUTPUT 杂费导出.
       MOVE SPACE TO 杂费导出行.
       STRING "账单号,行号,收费代码,收费名称,数量,"
              "单价,金额,计税,税额"
              DELIMITED BY SIZE
         INTO 杂费导出行.
       WRITE 杂费导出行.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单杂费 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       PERFORM 写一行杂费导出
       END-READ
       END-PERFORM.
       CLOSE 账单杂费.
       CLOSE 杂费导出.

       写一行杂费导出.
       MOVE 杂费账单号 TO 杂费账单号-文本.
       MOVE 杂费行号 TO 杂费行号-文本.
       MOVE 杂费行数量 TO 杂费数量-文本.
       MOVE 杂费行单价 TO 杂费单价-文本.
       MOVE 杂费行金额 TO 杂费金额-文本.
       MOVE 杂费行计税 TO 杂费计税-文本.
       MOVE 杂费行税额 TO 杂费税额-文本.
       MOVE SPACE TO 杂费导出行.
       STRING 杂费账单号-文本 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费行号-文本 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费行代码 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费行名称 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费数量-文本 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费单价-文本 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费金额-文本 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费计税-文本 DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              杂费税额-文本 DELIMITED BY SIZE
         INTO 杂费导出行.
       WRITE 杂费导出行.

       检查批模式.
       SET 人工操作 TO TRUE.
       OPEN INPUT 批模式.
