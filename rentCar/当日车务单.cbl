        ACCESS IS DYNAMIC
        RECORD KEY IS 送车确认号.

        SELECT OPTIONAL 航班 ASSIGN TO "航班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 航班确认号
        ALTERNATE RECORD KEY IS 航班号 WITH DUPLICATES.

        SELECT 车务单 ASSIGN TO "车务单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        05 送车日期 PIC 9(8).
        05 取回日期 PIC 9(8).
        05 送车分店 PIC 9(2).
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
       FD 车务单.
       01 车务行 PIC X(100).

       77 日期暂存 PIC 9(8).
       77 电话文本 PIC 9(11).
       77 押金文本 PIC 9(4).
       77 车牌文本 PIC X(9).
       77 加装说明 PIC X(30).
       77 航班说明 PIC X(40).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       DISPLAY 空白屏幕.
       DISPLAY "======== 当日取还车车务单 ========".
       DISPLAY SPACE.
       DISPLAY "请输入车务日期(YYYYMMDD,用今天请输入0):"
           NO ADVANCING.
       ACCEPT 清单日期.
       IF 清单日期 = 0
       THEN ACCEPT 清单日期 FROM DATE YYYYMMDD
       END-IF.
       MOVE 0 TO 取车条数 还车条数.
       OPEN OUTPUT 车务单.
       MOVE "----今日预计取车(备车/加油/装配)----"
         TO 车务行.
       WRITE 车务行.
       DISPLAY "--今日预计取车--".
       OPEN INPUT 预定.
       IF 选配租车保险
       THEN DISPLAY "  (本单含租车保险)" NO ADVANCING
       END-IF.
       PERFORM 查找接机航班.
       MOVE 预定客户号码 TO 电话文本.
       MOVE 押金 TO 押金文本.
       IF 预定车牌照 = SPACE
       THEN MOVE "待分配" TO 车牌文本
       ELSE MOVE 预定车牌照 TO 车牌文本
       END-IF.
       STRING "取车 车牌:" DELIMITED BY SIZE
              车牌文本 DELIMITED BY SIZE
              " 客户:" DELIMITED BY SIZE
              预定客户姓名 DELIMITED BY SIZE
              " 电话:" DELIMITED BY SIZE
         INTO 车务行.
       WRITE 车务行.
       DISPLAY 车务行.
       IF 航班说明 NOT = SPACE
       THEN MOVE SPACE TO 车务行
            STRING "     " DELIMITED BY SIZE
                   航班说明 DELIMITED BY SIZE
              INTO 车务行
            WRITE 车务行
            DISPLAY 车务行
       END-IF.

       查找接机航班.
       MOVE SPACE TO 航班说明.
       OPEN INPUT 航班.
       MOVE 确认号 TO 航班确认号.
       READ 航班 KEY IS 航班确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 航班号 NOT = SPACE
       THEN PERFORM 编排航班说明
       END-IF
       END-READ.
       CLOSE 航班.

       编排航班说明.
       IF 实际到达日期 > 0
       THEN STRING "航班:" DELIMITED BY SIZE
                   航班号 DELIMITED BY SPACE
                   " 计划到达:" DELIMITED BY SIZE
                   计划到达时刻 DELIMITED BY SIZE
                   " 实际到达:" DELIMITED BY SIZE
                   实际到达时刻 DELIMITED BY SIZE
              INTO 航班说明
       ELSE STRING "航班:" DELIMITED BY SIZE
                   航班号 DELIMITED BY SPACE
                   " 计划到达:" DELIMITED BY SIZE
                   计划到达时刻 DELIMITED BY SIZE
              INTO 航班说明
       END-IF.

       写还车行.
       COMPUTE 还车条数 = 还车条数 + 1.
