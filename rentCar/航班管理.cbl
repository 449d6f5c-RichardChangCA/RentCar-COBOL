       IDENTIFICATION DIVISION.
       PROGRAM-ID.航班管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 航班 ASSIGN TO "航班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 航班确认号
        ALTERNATE RECORD KEY IS 航班号 WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD 航班.
       01 航班记录.
        05 航班确认号 PIC 9(6).
        05 航班号 PIC X(8).
        05 航班顾客号 PIC 9(6).
        05 航班分店 PIC 9(2).
        05 计划到达日期 PIC 9(8).
        05 计划到达时刻 PIC 9(4).
        05 实际到达日期 PIC 9(8).
        05 实际到达时刻 PIC 9(4).
        05 航班状态 PIC 9.
         88 航班待到 VALUE 0.
         88 航班已到 VALUE 1.
         88 航班延误 VALUE 2.

       WORKING-STORAGE SECTION.
       77 选择 PIC 9.
       77 日期输入 PIC 9(8).
       77 列示条数 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 接机航班管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、导入航班实际到达(航班到达.csv)".
       DISPLAY SPACE.
       DISPLAY "2、按日期查询接机航班".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 CALL "航班导入"
       WHEN 2 PERFORM 查询接机航班
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...航班管理已结束".
       STOP " ".
       EXIT PROGRAM.

       查询接机航班.
       DISPLAY "请输入计划到达日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 日期输入.
       MOVE 0 TO 列示条数.
       DISPLAY "确认号 航班号 分店 计划 实际日期 实际"
           " 状态".
       OPEN INPUT 航班.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 航班 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 计划到达日期 = 日期输入
       THEN DISPLAY 航班确认号 " " 航班号 " " 航班分店 " "
                计划到达时刻 " " 实际到达日期 " "
                实际到达时刻 " " 航班状态
            COMPUTE 列示条数 = 列示条数 + 1
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 航班.
       DISPLAY "共" 列示条数 "条".
       DISPLAY "状态:0待到 1已到 2延误".
