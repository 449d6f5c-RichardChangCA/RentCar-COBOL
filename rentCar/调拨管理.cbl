        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 在途笔数 PIC 9(4).
       77 暂存车牌 PIC X(6).
       77 暂存分店 PIC 9(2).
       77 今日日期 PIC 9(8).
       77 预测在场数 PIC 9(4).
       77 预测容量 PIC 9(4).
       77 继续选择 PIC 9.
       77 车位模式参数 PIC 9.
       77 车位分店参数 PIC 9(2).
       77 车位车牌参数 PIC X(6).
       77 车位号参数 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       THEN DISPLAY "目的分店未在分店主档登记或已停业."
            GO TO 发起调拨-EXIT
       END-IF.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       CALL "车场预测" USING 目的分店输入 今日日期
           预测在场数 预测容量.
       IF 预测容量 > 0 AND 预测在场数 + 1 > 预测容量
       THEN DISPLAY "警告:目的分店今晚预计在场" NO ADVANCING
            DISPLAY 预测在场数 NO ADVANCING
            DISPLAY "辆,车位数仅" NO ADVANCING
            DISPLAY 预测容量
            DISPLAY "是否仍然发运(是1/否0):" NO ADVANCING
            ACCEPT 继续选择
            IF 继续选择 NOT = 1
            THEN GO TO 发起调拨-EXIT
            END-IF
       END-IF.
       SET 车辆不可发 TO TRUE.
       EVALUATE 类别选择
       WHEN 1 PERFORM 发运小车
       MOVE "发运" TO 审计操作类型.
       MOVE 调拨编号 TO 审计操作键.
       PERFORM 写审计记录.
       MOVE 2 TO 车位模式参数.
       MOVE 暂存分店 TO 车位分店参数.
       MOVE 暂存车牌 TO 车位车牌参数.
       CALL "车位分配" USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.
       DISPLAY "调拨单已建立,编号:" NO ADVANCING.
       DISPLAY 最大调拨编号.
       发起调拨-EXIT.
       确认到达.
       PERFORM 浏览在途.
       DISPLAY SPACE.
       DISPLAY "请输入到达的调拨编号(不确认请输入0):"
           NO ADVANCING.
       ACCEPT 调拨编号输入.
       IF 调拨编号输入 = 0
       THEN GO TO 确认到达-EXIT
       SET 调拨已到达 TO TRUE.
       ACCEPT 到达日期 FROM DATE YYYYMMDD.
       REWRITE 调拨记录.
       MOVE 调拨车牌照 TO 暂存车牌.
       CLOSE 调拨.
       MOVE 目的分店 TO 目的分店输入.
       MOVE 调拨车辆编号 TO 车辆编号输入.
       MOVE 调拨编号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "车辆已转入目的分店并恢复可用.".
       MOVE 1 TO 车位模式参数.
       MOVE 目的分店输入 TO 车位分店参数.
       MOVE 暂存车牌 TO 车位车牌参数.
       CALL "车位分配" USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.
       IF 车位号参数 > 0
       THEN DISPLAY "已安排停放车位:" NO ADVANCING
            DISPLAY 车位号参数
       END-IF.
       确认到达-EXIT.
       EXIT.

