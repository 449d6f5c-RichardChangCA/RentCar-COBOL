       IDENTIFICATION DIVISION.
       PROGRAM-ID.合同核查.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 企业合同 ASSIGN TO "企业合同.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 合同客户号
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

       WORKING-STORAGE SECTION.
       77 类别下标 PIC 9(2).
       77 许可类别数 PIC 9.
       77 合同租期天数 PIC S9(8).
       01 是否许可类别 PIC 9.
        88 类别许可 VALUE 1.
        88 类别不许可 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "合同核查".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       LINKAGE SECTION.
       77 合同客户参数 PIC 9(6).
       77 合同类别参数 PIC 9(2).
       77 合同起参数 PIC 9(8).
       77 合同止参数 PIC 9(8).
       77 合同结果参数 PIC 9.

       PROCEDURE DIVISION USING 合同客户参数 合同类别参数
           合同起参数 合同止参数 合同结果参数.
       DECLARATIVES.
       企业合同文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 企业合同.
       企业合同文件出错处理.
       MOVE "企业合同" TO 异常文件名.
       MOVE 合同客户号 TO 异常记录键.
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
       MOVE 0 TO 合同结果参数.
       OPEN INPUT 企业合同.
       MOVE 合同客户参数 TO 合同客户号.
       READ 企业合同 KEY IS 合同客户号
       INVALID KEY CLOSE 企业合同
                   EXIT PROGRAM
       END-READ.
       CLOSE 企业合同.
       IF 合同起参数 < 合同起始日期
          OR 合同起参数 > 合同到期日期
       THEN MOVE 2 TO 合同结果参数
            EXIT PROGRAM
       END-IF.
       IF 合同类别参数 > 0
       THEN PERFORM 核对许可类别
            IF 类别不许可
            THEN MOVE 3 TO 合同结果参数
                 EXIT PROGRAM
            END-IF
       END-IF.
       IF 合同止参数 > 0 AND 合同最长租期 > 0
       THEN CALL "日期工具" USING 合同起参数 合同止参数
                合同租期天数
            IF 合同租期天数 > 合同最长租期
            THEN MOVE 4 TO 合同结果参数
                 EXIT PROGRAM
            END-IF
       END-IF.
       MOVE 1 TO 合同结果参数.
       EXIT PROGRAM.

       核对许可类别.
       MOVE 0 TO 许可类别数.
       SET 类别不许可 TO TRUE.
       MOVE 1 TO 类别下标.
       PERFORM UNTIL 类别下标 > 6
       IF 合同许可类别(类别下标) > 0
       THEN ADD 1 TO 许可类别数
            IF 合同许可类别(类别下标) = 合同类别参数
            THEN SET 类别许可 TO TRUE
            END-IF
       END-IF
       COMPUTE 类别下标 = 类别下标 + 1
       END-PERFORM.
       IF 许可类别数 = 0
       THEN SET 类别许可 TO TRUE
       END-IF.
