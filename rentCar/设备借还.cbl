       IDENTIFICATION DIVISION.
       PROGRAM-ID.设备借还.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 设备 ASSIGN TO "设备.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 设备序列号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 设备.
       01 设备记录.
        05 设备序列号 PIC X(10).
        05 设备类型 PIC 9.
         88 设备儿童座椅 VALUE 1.
         88 设备GPS导航 VALUE 2.
        05 设备型号 PIC X(10).
        05 设备分店 PIC 9(2).
        05 设备所在分店 PIC 9(2).
        05 设备状态 PIC 9.
         88 设备在库 VALUE 1.
         88 设备已借出 VALUE 2.
         88 设备停用 VALUE 3.
         88 设备遗失 VALUE 4.
        05 设备确认号 PIC 9(6).
        05 设备借出日期 PIC 9(8).
        05 设备应还日期 PIC 9(8).
        05 设备检验到期 PIC 9(8).
        05 设备购置日期 PIC 9(8).
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
       77 今日日期 PIC 9(8).
       77 序列号输入 PIC X(10).
       77 归还选择 PIC 9.
       77 设备名称 PIC X(10).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 借还模式参数 PIC 9.
       77 借还类型参数 PIC 9.
       77 借还确认号参数 PIC 9(6).
       77 借还分店参数 PIC 9(2).
       77 借还应还参数 PIC 9(8).
       77 借还操作员参数 PIC X(6).
       77 借还结果参数 PIC 9.

       PROCEDURE DIVISION USING 借还模式参数 借还类型参数
           借还确认号参数 借还分店参数 借还应还参数
           借还操作员参数 借还结果参数.
       MOVE 0 TO 借还结果参数.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       IF 借还模式参数 = 1
       THEN PERFORM 发放设备
       ELSE PERFORM 收回设备
       END-IF.
       EXIT PROGRAM.

       发放设备.
       IF 借还类型参数 = 1
       THEN MOVE "儿童座椅" TO 设备名称
       ELSE MOVE "GPS导航" TO 设备名称
       END-IF.
       OPEN I-O 设备.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       DISPLAY "请输入发放的" NO ADVANCING
       DISPLAY 设备名称 NO ADVANCING
       DISPLAY "序列号(直接回车表示不发放):" NO ADVANCING
       ACCEPT 序列号输入
       IF 序列号输入 = SPACE
       THEN DISPLAY "未发放" NO ADVANCING
            DISPLAY 设备名称 NO ADVANCING
            DISPLAY ",请向客户说明."
            SET 完了 TO TRUE
       ELSE PERFORM 核对发放设备 THRU 核对发放设备-EXIT
       END-IF
       END-PERFORM.
       CLOSE 设备.

       核对发放设备.
       MOVE 序列号输入 TO 设备序列号.
       READ 设备 KEY IS 设备序列号
       INVALID KEY DISPLAY "没有该序列号的设备!"
                   GO TO 核对发放设备-EXIT
       END-READ.
       IF 设备类型 NOT = 借还类型参数
       THEN DISPLAY "该序列号不是" NO ADVANCING
            DISPLAY 设备名称
            GO TO 核对发放设备-EXIT
       END-IF.
       IF NOT 设备在库
       THEN DISPLAY "该设备当前不在库(已借出/停用/遗失)!"
            GO TO 核对发放设备-EXIT
       END-IF.
       IF 设备所在分店 NOT = 借还分店参数
       THEN DISPLAY "该设备当前不在本分店,所在分店:"
                NO ADVANCING
            DISPLAY 设备所在分店
            GO TO 核对发放设备-EXIT
       END-IF.
       SET 设备已借出 TO TRUE.
       MOVE 借还确认号参数 TO 设备确认号.
       MOVE 今日日期 TO 设备借出日期.
       MOVE 借还应还参数 TO 设备应还日期.
       REWRITE 设备记录.
       MOVE "设备" TO 审计操作文件.
       MOVE "借出" TO 审计操作类型.
       MOVE 设备序列号 TO 审计操作键.
       PERFORM 写审计记录.
       IF 设备检验到期 NOT = 0
           AND 设备检验到期 < 借还应还参数
       THEN DISPLAY "注意:该设备安全检验将在租期内到期."
       END-IF.
       DISPLAY "设备已登记发放.".
       MOVE 1 TO 借还结果参数.
       SET 完了 TO TRUE.
       核对发放设备-EXIT.
       EXIT.

       收回设备.
       OPEN I-O 设备.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 设备 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 设备已借出 AND 设备确认号 = 借还确认号参数
       THEN PERFORM 登记收回设备
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 设备.

       登记收回设备.
       DISPLAY "本单借出设备,序列号:" NO ADVANCING.
       DISPLAY 设备序列号 NO ADVANCING.
       IF 设备儿童座椅
       THEN DISPLAY " 儿童座椅"
       ELSE DISPLAY " GPS导航"
       END-IF.
       DISPLAY "是否已随车归还(1是/0否):" NO ADVANCING.
       ACCEPT 归还选择.
       MOVE "设备" TO 审计操作文件.
       MOVE 设备序列号 TO 审计操作键.
       IF 归还选择 = 1
       THEN SET 设备在库 TO TRUE
            MOVE 借还分店参数 TO 设备所在分店
            MOVE 0 TO 设备确认号
            MOVE "归还" TO 审计操作类型
            COMPUTE 借还结果参数 = 借还结果参数 + 1
       ELSE SET 设备遗失 TO TRUE
            MOVE "遗失" TO 审计操作类型
            DISPLAY "设备已登记遗失,"
                "寻回后可在设备管理中恢复."
       END-IF.
       REWRITE 设备记录.
       PERFORM 写审计记录.

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
       MOVE 借还操作员参数 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.
