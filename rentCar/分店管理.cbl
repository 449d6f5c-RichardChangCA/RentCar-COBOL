        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT OPTIONAL 车位 ASSIGN TO "车位.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车位主键
        ALTERNATE RECORD KEY IS 车位车牌照 WITH DUPLICATES.

        SELECT 车位图 ASSIGN TO "车位图.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OPTIONAL 分店特许 ASSIGN TO "分店特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许分店代码.

       DATA DIVISION.
       FILE SECTION.
       FD 分店.
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).
       FD 车位.
       01 车位记录.
        05 车位主键.
         10 车位分店 PIC 9(2).
         10 车位号 PIC 9(4).
        05 车位车牌照 PIC X(6).
        05 停入日期 PIC 9(8).
       FD 车位图.
       01 车位图行 PIC X(100).
       FD 分店特许.
       01 分店特许记录.
        05 特许分店代码 PIC 9(2).
        05 特许百分比 PIC 9(2)V99.
        05 特许设置日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       77 选择 PIC 9.
       77 代码输入 PIC 9(2).
       77 今日日期 PIC 9(8).
       77 车位下标 PIC 9(4).
       77 占用车位数 PIC 9(4).
       77 空闲车位数 PIC 9(4).
       77 图示分店数 PIC 9(2).
       77 特许输入 PIC 9(4).
       01 分店是否完了 PIC 9.
        88 分店完了 VALUE 1.
        88 分店没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       DISPLAY SPACE.
       DISPLAY "2、浏览分店主档".
       DISPLAY SPACE.
       DISPLAY "3、车场车位图".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       EVALUATE 选择
       WHEN 1 PERFORM 维护分店
       WHEN 2 PERFORM 浏览分店
       WHEN 3 PERFORM 车场车位图
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       ACCEPT 店长姓名.
       DISPLAY "是否营业(营业1/停业0):" NO ADVANCING.
       ACCEPT 分店状态.
       DISPLAY "请输入车场车位数(未核定请输入0):"
           NO ADVANCING.
       ACCEPT 分店车位数.
       REWRITE 分店记录
       INVALID KEY WRITE 分店记录
       END-REWRITE.
       CLOSE 分店.
       PERFORM 维护分店特许.
       DISPLAY "分店主档已保存.".

       浏览分店.
       DISPLAY "--分店主档--".
       OPEN INPUT 分店.
       OPEN INPUT 分店特许.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 分店 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 分店记录
                  PERFORM 显示分店特许
       END-READ
       END-PERFORM.
       CLOSE 分店特许.
       CLOSE 分店.

       维护分店特许.
       OPEN I-O 分店特许.
       MOVE 代码输入 TO 特许分店代码.
       READ 分店特许 KEY IS 特许分店代码
       INVALID KEY MOVE 0 TO 特许百分比
       END-READ.
       COMPUTE 特许输入 = 特许百分比 * 100.
       DISPLAY "机场特许费百分比(万分数,如1000为10.00%,"
           NO ADVANCING.
       DISPLAY "非机场分店输入0),现为" NO ADVANCING.
       DISPLAY 特许输入 NO ADVANCING.
       DISPLAY ":" NO ADVANCING.
       ACCEPT 特许输入.
       MOVE 代码输入 TO 特许分店代码.
       IF 特许输入 = 0
       THEN DELETE 分店特许 RECORD
            INVALID KEY CONTINUE
            END-DELETE
       ELSE COMPUTE 特许百分比 = 特许输入 / 100
            ACCEPT 特许设置日期 FROM DATE YYYYMMDD
            REWRITE 分店特许记录
            INVALID KEY WRITE 分店特许记录
            END-REWRITE
       END-IF.
       CLOSE 分店特许.

       显示分店特许.
       MOVE 分店代码 TO 特许分店代码.
       READ 分店特许 KEY IS 特许分店代码
       INVALID KEY CONTINUE
       NOT INVALID KEY
       DISPLAY "  机场分店,特许费百分比:" NO ADVANCING
       DISPLAY 特许百分比
       END-READ.

       车场车位图.
       DISPLAY "请输入分店编号(全部分店请输入0):"
           NO ADVANCING.
       ACCEPT 代码输入.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 图示分店数.
       OPEN OUTPUT 车位图.
       MOVE SPACE TO 车位图行.
       STRING "----车场车位图 " DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 车位图行.
       WRITE 车位图行.
       DISPLAY 车位图行.
       OPEN INPUT 车位.
       OPEN INPUT 分店.
       SET 分店没完了 TO TRUE.
       PERFORM UNTIL 分店完了
       READ 分店 NEXT RECORD
       AT END SET 分店完了 TO TRUE
       NOT AT END
       IF (代码输入 = 0 OR 分店代码 = 代码输入)
          AND 分店车位数 > 0
       THEN PERFORM 编制分店车位图
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分店.
       CLOSE 车位.
       IF 图示分店数 = 0
       THEN MOVE "没有已核定车位数的分店." TO 车位图行
            WRITE 车位图行
            DISPLAY 车位图行
       END-IF.
       CLOSE 车位图.
       DISPLAY "车位图已写入车位图.txt".
       MOVE "车位图" TO 归档报表名暂存.
       MOVE "车位图.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       编制分店车位图.
       COMPUTE 图示分店数 = 图示分店数 + 1.
       MOVE 0 TO 占用车位数 空闲车位数.
       MOVE SPACE TO 车位图行.
       STRING "分店:" DELIMITED BY SIZE
              分店代码 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              分店名称 DELIMITED BY SIZE
              " 车位数:" DELIMITED BY SIZE
              分店车位数 DELIMITED BY SIZE
         INTO 车位图行.
       WRITE 车位图行.
       DISPLAY 车位图行.
       MOVE 1 TO 车位下标.
       PERFORM UNTIL 车位下标 > 分店车位数
       MOVE 分店代码 TO 车位分店
       MOVE 车位下标 TO 车位号
       MOVE SPACE TO 车位图行
       READ 车位 KEY IS 车位主键
       INVALID KEY
            COMPUTE 空闲车位数 = 空闲车位数 + 1
            STRING "  车位" DELIMITED BY SIZE
                   车位下标 DELIMITED BY SIZE
                   " 空" DELIMITED BY SIZE
              INTO 车位图行
       NOT INVALID KEY
            COMPUTE 占用车位数 = 占用车位数 + 1
            STRING "  车位" DELIMITED BY SIZE
                   车位下标 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   车位车牌照 DELIMITED BY SIZE
                   " 停入:" DELIMITED BY SIZE
                   停入日期 DELIMITED BY SIZE
              INTO 车位图行
       END-READ
       WRITE 车位图行
       DISPLAY 车位图行
       COMPUTE 车位下标 = 车位下标 + 1
       END-PERFORM.
       MOVE SPACE TO 车位图行.
       STRING "  已占用:" DELIMITED BY SIZE
              占用车位数 DELIMITED BY SIZE
              " 空闲:" DELIMITED BY SIZE
              空闲车位数 DELIMITED BY SIZE
         INTO 车位图行.
       WRITE 车位图行.
       DISPLAY 车位图行.
