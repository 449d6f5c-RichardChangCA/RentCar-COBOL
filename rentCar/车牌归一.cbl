       IDENTIFICATION DIVISION.
       PROGRAM-ID.车牌归一.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车牌历史 ASSIGN TO "车牌历史.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 历史旧车牌
        ALTERNATE RECORD KEY IS 历史新车牌 WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD 车牌历史.
       01 车牌历史记录.
        05 历史旧车牌 PIC X(6).
        05 历史新车牌 PIC X(6).
        05 历史生效日期 PIC 9(8).
        05 历史操作员 PIC X(6).
        05 历史登记日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 追溯次数 PIC 99.
       77 本次车牌 PIC X(6).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       LINKAGE SECTION.
       77 归一输入车牌 PIC X(6).
       01 归一结果.
        05 归一现车牌 PIC X(6).
        05 归一车牌数 PIC 99.
        05 归一车牌项 PIC X(6) OCCURS 10.

       PROCEDURE DIVISION USING 归一输入车牌 归一结果.
       MOVE SPACE TO 归一结果.
       MOVE 归一输入车牌 TO 本次车牌.
       OPEN INPUT 车牌历史.
       MOVE 0 TO 追溯次数.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了 OR 追溯次数 >= 10
       MOVE 本次车牌 TO 历史旧车牌
       READ 车牌历史 KEY IS 历史旧车牌
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY MOVE 历史新车牌 TO 本次车牌
       END-READ
       COMPUTE 追溯次数 = 追溯次数 + 1
       END-PERFORM.
       MOVE 本次车牌 TO 归一现车牌.
       MOVE 1 TO 归一车牌数.
       MOVE 本次车牌 TO 归一车牌项(1).
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了 OR 归一车牌数 >= 10
       MOVE 本次车牌 TO 历史新车牌
       READ 车牌历史 KEY IS 历史新车牌
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY
       COMPUTE 归一车牌数 = 归一车牌数 + 1
       MOVE 历史旧车牌 TO 归一车牌项(归一车牌数)
       MOVE 历史旧车牌 TO 本次车牌
       END-READ
       END-PERFORM.
       CLOSE 车牌历史.
       EXIT PROGRAM.
