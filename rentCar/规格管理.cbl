       IDENTIFICATION DIVISION.
       PROGRAM-ID.规格管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车型规格 ASSIGN TO "车型规格.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 规格主键.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

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
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 选择 PIC 9.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否新规格 PIC 9.
        88 新规格 VALUE 1.
        88 原有规格 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 车型规格维护 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记/修改车型规格".
       DISPLAY SPACE.
       DISPLAY "2、浏览车型规格".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 PERFORM 登记车型规格 THRU 登记车型规格-EXIT
       WHEN 2 PERFORM 浏览车型规格
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...车型规格维护已结束".
       STOP " ".
       EXIT PROGRAM.

       登记车型规格.
       DISPLAY "请输入厂家:" NO ADVANCING.
       ACCEPT 规格厂家.
       DISPLAY "请输入型号:" NO ADVANCING.
       ACCEPT 规格型号.
       OPEN I-O 车型规格.
       READ 车型规格 KEY IS 规格主键
       INVALID KEY SET 新规格 TO TRUE
                   DISPLAY "将新增该车型规格."
       NOT INVALID KEY SET 原有规格 TO TRUE
                       DISPLAY "将修改该车型规格,原规格:"
                       DISPLAY 车型规格记录
       END-READ.
       DISPLAY "请输入变速箱(A自动 M手动):" NO ADVANCING.
       ACCEPT 规格变速箱.
       IF NOT 规格自动挡 AND NOT 规格手动挡
       THEN DISPLAY "变速箱代码有误!"
            CLOSE 车型规格
            GO TO 登记车型规格-EXIT
       END-IF.
       DISPLAY "请输入座位数:" NO ADVANCING.
       ACCEPT 规格座位数.
       DISPLAY "请输入车门数:" NO ADVANCING.
       ACCEPT 规格车门数.
       DISPLAY "请输入燃料(G汽油 D柴油 E电动 H混动):"
           NO ADVANCING.
       ACCEPT 规格燃料.
       IF NOT 规格汽油 AND NOT 规格柴油
           AND NOT 规格电动 AND NOT 规格混动
       THEN DISPLAY "燃料代码有误!"
            CLOSE 车型规格
            GO TO 登记车型规格-EXIT
       END-IF.
       DISPLAY "请输入行李容量(标准行李箱件数):"
           NO ADVANCING.
       ACCEPT 规格行李数.
       IF 新规格
       THEN WRITE 车型规格记录
            MOVE "新增" TO 审计操作类型
       ELSE REWRITE 车型规格记录
            MOVE "修改" TO 审计操作类型
       END-IF.
       CLOSE 车型规格.
       MOVE "规格" TO 审计操作文件.
       MOVE 规格主键 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "车型规格已保存.".
       登记车型规格-EXIT.
       EXIT.

       浏览车型规格.
       DISPLAY "--车型规格(厂家/型号/变速箱/座位/车门/"
           "燃料/行李)--".
       OPEN INPUT 车型规格.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车型规格 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 车型规格记录
       END-READ
       END-PERFORM.
       CLOSE 车型规格.

       写审计记录.
       OPEN I-O 审计.
       MOVE "审计" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 审计编号.
       ACCEPT 操作日期 FROM DATE.
       ACCEPT 操作时间 FROM TIME.
       MOVE 审计操作文件 TO 操作文件.
       MOVE 审计操作类型 TO 操作类型.
       MOVE 审计操作键 TO 操作记录键.
       MOVE 当前操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.
