       IDENTIFICATION DIVISION.
       PROGRAM-ID.规格匹配.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车型规格 ASSIGN TO "车型规格.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 规格主键.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77 变速箱名称 PIC X(6).
       77 燃料名称 PIC X(6).
       01 规格是否存在 PIC 9.
        88 规格已登记 VALUE 1.
        88 规格未登记 VALUE 0.
       LINKAGE SECTION.
       77 匹配厂家参数 PIC X(10).
       77 匹配型号参数 PIC X(5).
       77 要求变速箱参数 PIC X.
       77 要求座位参数 PIC 9(2).
       77 要求燃料参数 PIC X.
       77 要求行李参数 PIC 9(2).
       77 规格描述参数 PIC X(40).
       77 规格符合参数 PIC 9.

       PROCEDURE DIVISION USING 匹配厂家参数 匹配型号参数
           要求变速箱参数 要求座位参数 要求燃料参数
           要求行李参数 规格描述参数 规格符合参数.
       MOVE 1 TO 规格符合参数.
       MOVE SPACE TO 规格描述参数.
       SET 规格未登记 TO TRUE.
       OPEN INPUT 车型规格.
       MOVE 匹配厂家参数 TO 规格厂家.
       MOVE 匹配型号参数 TO 规格型号.
       READ 车型规格 KEY IS 规格主键
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 规格已登记 TO TRUE
       END-READ.
       CLOSE 车型规格.
       IF 规格未登记
       THEN MOVE "(未登记规格)" TO 规格描述参数
            IF 要求变速箱参数 NOT = SPACE
                OR 要求座位参数 > 0
                OR 要求燃料参数 NOT = SPACE
                OR 要求行李参数 > 0
            THEN MOVE 0 TO 规格符合参数
            END-IF
            EXIT PROGRAM
       END-IF.
       PERFORM 编制规格描述.
       IF 要求变速箱参数 NOT = SPACE
           AND 要求变速箱参数 NOT = 规格变速箱
       THEN MOVE 0 TO 规格符合参数
       END-IF.
       IF 规格座位数 < 要求座位参数
       THEN MOVE 0 TO 规格符合参数
       END-IF.
       IF 要求燃料参数 NOT = SPACE
           AND 要求燃料参数 NOT = 规格燃料
       THEN MOVE 0 TO 规格符合参数
       END-IF.
       IF 规格行李数 < 要求行李参数
       THEN MOVE 0 TO 规格符合参数
       END-IF.
       EXIT PROGRAM.

       编制规格描述.
       EVALUATE TRUE
       WHEN 规格自动挡 MOVE "自动" TO 变速箱名称
       WHEN 规格手动挡 MOVE "手动" TO 变速箱名称
       WHEN OTHER MOVE "--" TO 变速箱名称
       END-EVALUATE.
       EVALUATE TRUE
       WHEN 规格汽油 MOVE "汽油" TO 燃料名称
       WHEN 规格柴油 MOVE "柴油" TO 燃料名称
       WHEN 规格电动 MOVE "电动" TO 燃料名称
       WHEN 规格混动 MOVE "混动" TO 燃料名称
       WHEN OTHER MOVE "--" TO 燃料名称
       END-EVALUATE.
       STRING 变速箱名称 DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              规格座位数 DELIMITED BY SIZE
              "座 " DELIMITED BY SIZE
              规格车门数 DELIMITED BY SIZE
              "门 " DELIMITED BY SIZE
              燃料名称 DELIMITED BY SPACE
              " 行李" DELIMITED BY SIZE
              规格行李数 DELIMITED BY SIZE
              "件" DELIMITED BY SIZE
         INTO 规格描述参数.
