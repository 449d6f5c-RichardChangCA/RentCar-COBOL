       77 目标型号 PIC X(5).
       77 匹配车辆数 PIC 9(3).
       77 未完成数 PIC 9(3).
       77 停运类别暂存 PIC 9(2).
       77 停运车号暂存 PIC 9(2).
       77 停运下标 PIC 9(3).
       77 停运总数 PIC 9(3).
       01 停运车辆表.
        05 停运车辆项 OCCURS 100 TIMES.
         10 停运类别 PIC 9(2).
         10 停运车号 PIC 9(2).
       77 改配原因暂存 PIC X(8) VALUE "召回".
       77 改配成功暂存 PIC 9(3).
       77 改配待办暂存 PIC 9(3).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       MOVE 召回厂家 TO 目标厂家.
       MOVE 召回型号 TO 目标型号.
       CLOSE 召回.
       MOVE 0 TO 匹配车辆数 停运总数.
       PERFORM 停用受影响车辆.
       MOVE "召回" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       PERFORM 写审计记录.
       DISPLAY "召回已登记,匹配并停用车辆数:" NO ADVANCING.
       DISPLAY 匹配车辆数.
       PERFORM 改配停运车辆.

       停用受影响车辆.
       OPEN I-O 小车.
       IF 小车车厂家1 = 目标厂家
          AND 小车车型号2 = 目标型号
          AND NOT 车辆已租出1
       THEN IF NOT 车辆停用1
            THEN MOVE 1 TO 停运类别暂存
                 MOVE 小车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用1 TO TRUE
            REWRITE 小车记录
            ADD 1 TO 匹配车辆数
            DISPLAY "已停用:" NO ADVANCING
       IF 中车车厂家1 = 目标厂家
          AND 中车车型号2 = 目标型号
          AND NOT 车辆已租出2
       THEN IF NOT 车辆停用2
            THEN MOVE 2 TO 停运类别暂存
                 MOVE 中车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用2 TO TRUE
            REWRITE 中车记录
            ADD 1 TO 匹配车辆数
            DISPLAY "已停用:" NO ADVANCING
       IF 大车车厂 = 目标厂家
          AND 大车车型号 = 目标型号
          AND NOT 车辆已租出3
       THEN IF NOT 车辆停用3
            THEN MOVE 3 TO 停运类别暂存
                 MOVE 大车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用3 TO TRUE
            REWRITE 大车记录
            ADD 1 TO 匹配车辆数
            DISPLAY "已停用:" NO ADVANCING
       IF 贵车车厂 = 目标厂家
          AND 贵车车型号 = 目标型号
          AND NOT 车辆已租出4
       THEN IF NOT 车辆停用4
            THEN MOVE 4 TO 停运类别暂存
                 MOVE 贵车号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 车辆停用4 TO TRUE
            REWRITE 贵车记录
            ADD 1 TO 匹配车辆数
            DISPLAY "已停用:" NO ADVANCING
       IF 主档厂家 = 目标厂家
          AND 主档型号 = 目标型号
          AND NOT 主档已租出
       THEN IF NOT 主档停用
            THEN MOVE 主档类别代码 TO 停运类别暂存
                 MOVE 主档车辆号 TO 停运车号暂存
                 PERFORM 登记停运车辆
            END-IF
            SET 主档停用 TO TRUE
            REWRITE 车辆主档记录
            ADD 1 TO 匹配车辆数
            DISPLAY "已停用:" NO ADVANCING
       END-PERFORM.
       CLOSE 车辆主档.

       登记停运车辆.
       IF 停运总数 < 100
       THEN COMPUTE 停运总数 = 停运总数 + 1
            MOVE 停运类别暂存 TO 停运类别(停运总数)
            MOVE 停运车号暂存 TO 停运车号(停运总数)
       END-IF.

       改配停运车辆.
       MOVE 1 TO 停运下标.
       PERFORM UNTIL 停运下标 > 停运总数
       CALL "改配预定" USING 停运类别(停运下标)
           停运车号(停运下标) 改配原因暂存
           当前操作员 改配成功暂存 改配待办暂存
       COMPUTE 停运下标 = 停运下标 + 1
       END-PERFORM.

       登记整改完成.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       DISPLAY "请输入召回编号:" NO ADVANCING.
