       IDENTIFICATION DIVISION.
       PROGRAM-ID.航班导入.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 导入 ASSIGN TO "航班到达.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 拒绝单 ASSIGN TO "航班导入拒绝.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 航班 ASSIGN TO "航班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 航班确认号
        ALTERNATE RECORD KEY IS 航班号 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       FD 导入.
       01 导入行 PIC X(60).
       FD 拒绝单.
       01 拒绝行 PIC X(80).
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
       77 接受条数 PIC 9(4).
       77 拒绝条数 PIC 9(4).
       77 航班字段 PIC X(8).
       77 日期字段 PIC X(8).
       77 时刻字段 PIC X(4).
       77 到达日期 PIC 9(8).
       77 到达时刻 PIC 9(4).
       77 本行更新数 PIC 9(4).
       01 导入是否完了 PIC 9.
        88 导入完了 VALUE 1.
        88 导入没完了 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "航班导入".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       导入文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 导入.
       导入文件出错处理.
       MOVE "导入" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       拒绝单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 拒绝单.
       拒绝单文件出错处理.
       MOVE "拒绝单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       航班文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 航班.
       航班文件出错处理.
       MOVE "航班" TO 异常文件名.
       MOVE 航班确认号 TO 异常记录键.
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
       DISPLAY "----航班实际到达导入(航班到达.csv)----".
       DISPLAY "行格式:航班号,到达日期,到达时刻".
       MOVE 0 TO 接受条数 拒绝条数.
       OPEN OUTPUT 拒绝单.
       OPEN I-O 航班.
       OPEN INPUT 导入.
       SET 导入没完了 TO TRUE.
       PERFORM UNTIL 导入完了
       READ 导入
       AT END SET 导入完了 TO TRUE
       NOT AT END PERFORM 处理到达行 THRU 处理到达行-EXIT
       END-READ
       END-PERFORM.
       CLOSE 导入.
       CLOSE 航班.
       CLOSE 拒绝单.
       DISPLAY "更新航班预定条数:" NO ADVANCING.
       DISPLAY 接受条数.
       DISPLAY "拒绝条数(见航班导入拒绝.txt):" NO ADVANCING.
       DISPLAY 拒绝条数.
       EXIT PROGRAM.

       处理到达行.
       MOVE SPACE TO 航班字段 日期字段 时刻字段.
       UNSTRING 导入行 DELIMITED BY ","
           INTO 航班字段 日期字段 时刻字段.
       IF 航班字段 = SPACE OR 日期字段 IS NOT NUMERIC
          OR 时刻字段 IS NOT NUMERIC
       THEN PERFORM 写拒绝行
            GO TO 处理到达行-EXIT
       END-IF.
       MOVE 日期字段 TO 到达日期.
       MOVE 时刻字段 TO 到达时刻.
       MOVE 0 TO 本行更新数.
       MOVE 航班字段 TO 航班号.
       SET 没完了 TO TRUE.
       START 航班 KEY IS = 航班号
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 航班 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 航班号 NOT = 航班字段
       THEN SET 完了 TO TRUE
       ELSE IF 计划到达日期 <= 到达日期
               AND NOT 航班已到
            THEN PERFORM 更新实际到达
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       IF 本行更新数 = 0
       THEN PERFORM 写拒绝行
       END-IF.
       处理到达行-EXIT.
       EXIT.

       更新实际到达.
       MOVE 到达日期 TO 实际到达日期.
       MOVE 到达时刻 TO 实际到达时刻.
       IF 到达日期 > 计划到达日期
          OR 到达时刻 > 计划到达时刻
       THEN SET 航班延误 TO TRUE
       ELSE SET 航班已到 TO TRUE
       END-IF.
       REWRITE 航班记录.
       COMPUTE 本行更新数 = 本行更新数 + 1.
       COMPUTE 接受条数 = 接受条数 + 1.

       写拒绝行.
       COMPUTE 拒绝条数 = 拒绝条数 + 1.
       MOVE 导入行 TO 拒绝行.
       WRITE 拒绝行.
