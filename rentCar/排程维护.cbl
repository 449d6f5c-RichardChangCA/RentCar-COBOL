       MOVE 序号输入 TO 排程序号.
       READ 批排程 KEY IS 排程序号
       INVALID KEY DISPLAY "没有该排程步骤!"
       NOT INVALID KEY PERFORM 删除或停用步骤
       END-READ.
       CLOSE 批排程.

       删除或停用步骤.
       IF 排程序号 < 34 OR 排程序号 = 99
       THEN SET 步骤停用 TO TRUE
            REWRITE 批排程记录
            END-REWRITE
            DISPLAY "默认排程步骤不能删除,已改为停用."
       ELSE DELETE 批排程 RECORD
            DISPLAY "排程步骤已删除."
       END-IF.

       浏览步骤结果.
       DISPLAY "--最近一次各步骤结果--".
       OPEN INPUT 夜批状态.
