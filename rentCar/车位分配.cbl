       IDENTIFICATION DIVISION.
       PROGRAM-ID.车位分配.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车位 ASSIGN TO "车位.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车位主键
        ALTERNATE RECORD KEY IS 车位车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

       DATA DIVISION.
       FILE SECTION.
       FD 车位.
       01 车位记录.
        05 车位主键.
         10 车位分店 PIC 9(2).
         10 车位号 PIC 9(4).
        05 车位车牌照 PIC X(6).
        05 停入日期 PIC 9(8).
       FD 分店.
       01 分店记录.
        05 分店代码 PIC 9(2).
        05 分店名称 PIC X(10).
        05 分店地址 PIC X(30).
        05 分店电话 PIC 9(11).
        05 营业时间 PIC X(11).
        05 店长姓名 PIC X(10).
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).

       WORKING-STORAGE SECTION.
       77 今日日期 PIC 9(8).
       77 本店车位数 PIC 9(4).
       77 车位下标 PIC 9(4).
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       LINKAGE SECTION.
       77 车位模式参数 PIC 9.
       77 车位分店参数 PIC 9(2).
       77 车位车牌参数 PIC X(6).
       77 车位号参数 PIC 9(4).

       PROCEDURE DIVISION USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.
       MOVE 0 TO 车位号参数.
       OPEN I-O 车位.
       PERFORM 腾出原车位.
       IF 车位模式参数 NOT = 1
       THEN GO TO 车位分配-EXIT
       END-IF.
       MOVE 0 TO 车位号参数.
       PERFORM 读取车位数.
       IF 本店车位数 = 0
       THEN GO TO 车位分配-EXIT
       END-IF.
       SET 没找到 TO TRUE.
       MOVE 1 TO 车位下标.
       PERFORM UNTIL 车位下标 > 本店车位数 OR 找到
       MOVE 车位分店参数 TO 车位分店
       MOVE 车位下标 TO 车位号
       READ 车位 KEY IS 车位主键
       INVALID KEY SET 找到 TO TRUE
       NOT INVALID KEY COMPUTE 车位下标 = 车位下标 + 1
       END-READ
       END-PERFORM.
       IF 没找到
       THEN DISPLAY "警告:该分店车场车位已满,请临时安置"
                "并报告店长."
            GO TO 车位分配-EXIT
       END-IF.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 车位分店参数 TO 车位分店.
       MOVE 车位下标 TO 车位号.
       MOVE 车位车牌参数 TO 车位车牌照.
       MOVE 今日日期 TO 停入日期.
       WRITE 车位记录.
       MOVE 车位下标 TO 车位号参数.
       车位分配-EXIT.
       CLOSE 车位.
       EXIT PROGRAM.

       腾出原车位.
       SET 没找到 TO TRUE.
       MOVE 车位车牌参数 TO 车位车牌照.
       READ 车位 KEY IS 车位车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 找到 TO TRUE
       END-READ.
       IF 找到
       THEN MOVE 车位号 TO 车位号参数
            DELETE 车位 RECORD
       END-IF.

       读取车位数.
       MOVE 0 TO 本店车位数.
       OPEN INPUT 分店.
       MOVE 车位分店参数 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 分店车位数 TO 本店车位数
       END-READ.
       CLOSE 分店.
