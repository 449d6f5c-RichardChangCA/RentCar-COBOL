        ACCESS IS DYNAMIC
        RECORD KEY IS 类别代码.

        SELECT OPTIONAL 车型规格 ASSIGN TO "车型规格.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 规格主键.

        SELECT 价目表 ASSIGN TO "价目表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        05 类别状态 PIC 9.
         88 类别启用 VALUE 1.
         88 类别停用 VALUE 0.
       FD 车型规格.
       01 车型规格记录.
        05 规格主键.
         10 规格厂家 PIC X(10).
         10 规格型号 PIC X(5).
        05 规格变速箱 PIC X.
         88 规格自动挡 VALUE "A".
         88 规格手动挡 VALUE "M".
        05 规格座位数 PIC 9(2).
        05 规格车门数 PIC 9.
        05 规格燃料 PIC X.
         88 规格汽油 VALUE "G".
         88 规格柴油 VALUE "D".
         88 规格电动 VALUE "E".
         88 规格混动 VALUE "H".
        05 规格行李数 PIC 9(2).
       FD 价目表.
       01 价目行 PIC X(100).

        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 列示类别数 PIC 9(2).
       77 列示规格数 PIC 9(3).
       77 要求变速箱 PIC X VALUE SPACE.
       77 要求座位数 PIC 9(2) VALUE 0.
       77 要求燃料 PIC X VALUE SPACE.
       77 要求行李数 PIC 9(2) VALUE 0.
       77 规格描述暂存 PIC X(40).
       77 规格符合暂存 PIC 9.
       77 小时租金 PIC 9(5).
       77 半日租金 PIC 9(5).
       77 周末日租金 PIC 9(5).
       THEN MOVE "(类别主档未登记)" TO 价目行
            WRITE 价目行
       END-IF.
       PERFORM 列示车型规格.
       PERFORM 列示加装价目.
       PERFORM 列示折扣说明.
       PERFORM 列示取消政策.
         INTO 价目行.
       WRITE 价目行.

       列示车型规格.
       MOVE "--车型规格(厂家/型号/规格)--" TO 价目行.
       WRITE 价目行.
       MOVE 0 TO 列示规格数.
       OPEN INPUT 车型规格.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车型规格 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 写车型规格行
       END-READ
       END-PERFORM.
       CLOSE 车型规格.
       IF 列示规格数 = 0
       THEN MOVE "(车型规格未登记)" TO 价目行
            WRITE 价目行
       END-IF.

       写车型规格行.
       CALL "规格匹配" USING 规格厂家 规格型号
           要求变速箱 要求座位数 要求燃料 要求行李数
           规格描述暂存 规格符合暂存.
       MOVE SPACE TO 价目行.
       STRING 规格厂家 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              规格型号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              规格描述暂存 DELIMITED BY SIZE
         INTO 价目行.
       WRITE 价目行.
       ADD 1 TO 列示规格数.

       列示加装价目.
       MOVE "--加装与服务价目--" TO 价目行.
       WRITE 价目行.
