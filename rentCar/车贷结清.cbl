       IDENTIFICATION DIVISION.
       PROGRAM-ID.车贷结清.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车贷协议 ASSIGN TO "车贷协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车贷车牌照.

        SELECT OPTIONAL 车贷计划 ASSIGN TO "车贷计划.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 计划主键.

       DATA DIVISION.
       FILE SECTION.
       FD 车贷协议.
       01 车贷协议记录.
        05 车贷车牌照 PIC X(6).
        05 车贷编号 PIC 9(6).
        05 车贷贷款方 PIC X(20).
        05 车贷本金 PIC 9(7).
        05 车贷年利率 PIC 9(2)V99.
        05 车贷期数 PIC 9(3).
        05 车贷起息日 PIC 9(8).
        05 车贷首期日 PIC 9(8).
        05 车贷月供 PIC 9(7).
        05 车贷状态 PIC 9.
         88 车贷在贷 VALUE 1.
         88 车贷已结清 VALUE 2.
         88 车贷提前结清 VALUE 3.
        05 车贷登记日期 PIC 9(8).
        05 车贷经办员 PIC X(6).
        05 车贷结清日期 PIC 9(8).
        05 车贷结清本金 PIC 9(7).
        05 车贷结清利息 PIC 9(7).
       FD 车贷计划.
       01 车贷计划记录.
        05 计划主键.
         10 计划车牌照 PIC X(6).
         10 计划期次 PIC 9(3).
        05 计划应还日期 PIC 9(8).
        05 计划期初余额 PIC 9(7).
        05 计划利息 PIC 9(7).
        05 计划本金 PIC 9(7).
        05 计划月供 PIC 9(7).
        05 计划期末余额 PIC 9(7).
        05 计划状态 PIC 9.
         88 计划未还 VALUE 0.
         88 计划已入账 VALUE 1.
         88 计划已注销 VALUE 2.
        05 计划入账日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 计息起日 PIC 9(8).
       77 计息天数 PIC S9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       LINKAGE SECTION.
       77 结清车牌参数 PIC X(6).
       77 结清日期参数 PIC 9(8).
       77 剩余本金参数 PIC 9(7).
       77 应计利息参数 PIC 9(7).
       77 在贷标志参数 PIC 9.

       PROCEDURE DIVISION USING 结清车牌参数 结清日期参数
           剩余本金参数 应计利息参数 在贷标志参数.
       MOVE 0 TO 剩余本金参数 应计利息参数.
       MOVE 0 TO 在贷标志参数.
       OPEN INPUT 车贷协议.
       MOVE 结清车牌参数 TO 车贷车牌照.
       READ 车贷协议 KEY IS 车贷车牌照
       INVALID KEY CLOSE 车贷协议
                   EXIT PROGRAM
       END-READ.
       CLOSE 车贷协议.
       IF NOT 车贷在贷
       THEN EXIT PROGRAM
       END-IF.
       MOVE 1 TO 在贷标志参数.
       MOVE 车贷起息日 TO 计息起日.
       OPEN INPUT 车贷计划.
       MOVE 结清车牌参数 TO 计划车牌照.
       MOVE 0 TO 计划期次.
       START 车贷计划 KEY IS NOT LESS THAN 计划主键
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 车贷计划 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 计划车牌照 NOT = 结清车牌参数
       THEN SET 完了 TO TRUE
       ELSE IF 计划未还
            THEN MOVE 计划期初余额 TO 剩余本金参数
                 SET 完了 TO TRUE
            ELSE MOVE 计划应还日期 TO 计息起日
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车贷计划.
       IF 剩余本金参数 = 0
       THEN EXIT PROGRAM
       END-IF.
       CALL "日期工具" USING 计息起日 结清日期参数
           计息天数.
       IF 计息天数 > 0
       THEN COMPUTE 应计利息参数 ROUNDED = 剩余本金参数
                * 车贷年利率 * 计息天数 / 36500
       END-IF.
       EXIT PROGRAM.
