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

        SELECT OPTIONAL 费率 ASSIGN TO "费率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 费率编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 应收 ASSIGN TO "应收.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应收编号
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       77 十四天折扣比例 PIC 9(3) VALUE 80.
       77 租期总天数 PIC S9(8).
       77 周期起日 PIC 9(8).
       77 合同客户暂存 PIC 9(6).
       77 合同类别暂存 PIC 9(2).
       77 合同止暂存 PIC 9(8).
       77 合同结果暂存 PIC 9.
       77 周期止日 PIC 9(8).
       77 周期天数 PIC S9(8).
       77 预定起暂存 PIC 9(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "长租月结".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       77 出错子程序 PIC X(16).
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
       费率文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 费率.
       费率文件出错处理.
       MOVE "费率" TO 异常文件名.
       MOVE 费率编号 TO 异常记录键.
       PERFORM 登记文件异常.
       应收文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 应收.
       应收文件出错处理.
       MOVE "应收" TO 异常文件名.
       MOVE 应收编号 TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
       PERFORM 登记文件异常.
       日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 日志.
       日志文件出错处理.
       MOVE "日志" TO 异常文件名.
       MOVE 日志编号 TO 异常记录键.
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
       DISPLAY 空白屏幕.
       DISPLAY "======== 长租预定周期结算 ========".
       DISPLAY SPACE.
       END-IF.
       MOVE 预定起 TO 预定起暂存.
       MOVE 归还止 TO 归还止暂存.
       CALL "日期工具" USING 预定起暂存 归还止暂存
           租期总天数.
       IF 租期总天数 < 门槛天数
       THEN GO TO 检查单条长租-EXIT
       END-IF.
       COMPUTE 周期金额 = 周期天数 * 日租金暂存
           * 十四天折扣比例 / 100
       WHEN 周期天数 >= 7
       COMPUTE 周期金额 = 周期天数 * 日租金暂存
           * 七天折扣比例 / 100
       WHEN OTHER
       COMPUTE 周期金额 = 周期天数 * 日租金暂存
       END-EVALUATE.
       PERFORM 查企业折扣.
       IF 临时是企业客户
       THEN COMPUTE 周期金额 = 周期金额
                * (100 - 临时折扣) / 100
       END-IF.
       COMPUTE 周期税额 = 周期金额 * 税率 / 100.
       COMPUTE 周期金额 = 周期金额 + 周期税额.
       END-IF
       END-READ.
       CLOSE 顾客.
       IF 临时是企业客户
       THEN MOVE 预定客户号 TO 合同客户暂存
            MOVE 0 TO 合同类别暂存 合同止暂存
            MOVE 0 TO RETURN-CODE
            CALL "合同核查" USING 合同客户暂存
                合同类别暂存 周期起日 合同止暂存
                合同结果暂存
            IF RETURN-CODE NOT = 0
            THEN MOVE "合同核查" TO 出错子程序
                 PERFORM 子程序出错
            END-IF
            IF 合同结果暂存 = 2
            THEN MOVE 0 TO 临时折扣
            END-IF
       END-IF.

       写日志记录.
       OPEN I-O 日志.
       MOVE 批处理操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.

       子程序出错.
       DISPLAY "调用子程序出错:" NO ADVANCING.
       DISPLAY 出错子程序 NO ADVANCING.
       DISPLAY " 返回码:" NO ADVANCING.
       DISPLAY RETURN-CODE.
       DISPLAY "本步骤中止.".
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
