        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 油箱容量 ASSIGN TO "油箱容量.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 油箱类别代码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        05 促销码 PIC X(8).
        05 已结算至 PIC B9(8).
        05 确认号 PIC B9(6).
       FD 油箱容量.
       01 油箱容量记录.
        05 油箱类别代码 PIC 9(2).
        05 油箱升数 PIC 9(3).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
       DISPLAY SPACE.
       DISPLAY "7、主档车辆复用".
       DISPLAY SPACE.
       DISPLAY "8、设置类别油箱容量(油卡对账用)".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       WHEN 5 PERFORM 修改主档车辆
       WHEN 6 PERFORM 退役主档车辆
       WHEN 7 PERFORM 复用主档车辆
       WHEN 8 PERFORM 设置油箱容量
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       END-READ
       END-PERFORM.
       CLOSE 类别主档.
       DISPLAY "请输入类别代码(新代码即新增,如05):"
           NO ADVANCING.
       ACCEPT 类别代码输入.
       OPEN I-O 类别主档.
       MOVE 类别代码输入 TO 类别代码.
       MOVE "维护" TO 审计操作类型.
       MOVE 类别代码输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "类别已保存,"
           "新类别即日起可在主档登记车辆.".

       登记主档车辆.
       DISPLAY "请输入类别代码:" NO ADVANCING.
       ACCEPT 类别代码输入.
       PERFORM 校验类别.
       IF 类别无效
       THEN DISPLAY "该类别不存在或已停用,"
                "请先在类别维护中登记."
            GO TO 登记主档车辆-EXIT
       END-IF.
       OPEN I-O 车辆主档.
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 类别代码输入 = 0
          OR 主档类别代码 = 类别代码输入
       THEN DISPLAY 车辆主档记录
       END-IF
       END-READ
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF (类别代码输入 = 0
          OR 主档类别代码 = 类别代码输入)
          AND NOT 主档停用 AND NOT 主档在途
       THEN PERFORM 检查主档车空档
       END-IF
       IF 预定车牌照 = 主档车牌照
       THEN MOVE 预定起 TO 占用起暂存
            MOVE 归还止 TO 占用止暂存
            IF (占用止暂存 < 查询起日期)
               OR (占用起暂存 > 查询止日期)
            THEN CONTINUE
            ELSE SET 被占用 TO TRUE
            END-IF
       END-PERFORM.
       CLOSE 预定.
       IF 有预定占用
       THEN DISPLAY "该车牌照尚有未完结的预定记录,"
                "不能退役."
            GO TO 退役主档车辆-EXIT
       END-IF.
       OPEN I-O 车辆主档.
       MOVE 当前操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.

       设置油箱容量.
       DISPLAY "请输入类别代码(1小车2中车3大车4贵车):"
           NO ADVANCING.
       ACCEPT 类别代码输入.
       OPEN I-O 油箱容量.
       MOVE 类别代码输入 TO 油箱类别代码.
       READ 油箱容量 KEY IS 油箱类别代码
       INVALID KEY MOVE 0 TO 油箱升数
       END-READ.
       DISPLAY "当前油箱容量(升,0为未设置):" NO ADVANCING.
       DISPLAY 油箱升数.
       DISPLAY "请输入油箱容量(升):" NO ADVANCING.
       ACCEPT 油箱升数.
       MOVE 类别代码输入 TO 油箱类别代码.
       REWRITE 油箱容量记录
       INVALID KEY WRITE 油箱容量记录
       END-REWRITE.
       CLOSE 油箱容量.
       MOVE "油箱" TO 审计操作文件.
       MOVE "修改" TO 审计操作类型.
       MOVE 类别代码输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "油箱容量已保存.".
