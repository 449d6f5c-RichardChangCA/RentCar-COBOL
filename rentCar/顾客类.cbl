       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 身份模式参数 PIC 9.
       77 身份顾客号参数 PIC 9(6).
       77 身份结果参数 PIC 9.
       01 审计是否完了 PIC 9.
        88 审计完了 VALUE 1.
        88 审计没完了 VALUE 0.
       MOVE "新增" TO 审计操作类型
       MOVE �˿ͺ� TO 审计操作键
       PERFORM 写审计记录
       MOVE 1 TO 身份模式参数
       MOVE �˿ͺ� TO 身份顾客号参数
       CALL "身份登记" USING 当前操作员 身份模式参数
           身份顾客号参数 身份结果参数
       CALL "推荐登记" USING 当前操作员
           身份顾客号参数
       END-IF.

       查找重复电话.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 身份模式参数 PIC 9.
       77 身份顾客号参数 PIC 9(6).
       77 身份结果参数 PIC 9.
       01 审计是否完了 PIC 9.
        88 审计完了 VALUE 1.
        88 审计没完了 VALUE 0.
       MOVE "修改" TO 审计操作类型.
       MOVE 编辑顾客号 TO 审计操作键.
       PERFORM 写审计记录2.
       MOVE 2 TO 身份模式参数.
       MOVE 编辑顾客号 TO 身份顾客号参数.
       CALL "身份登记" USING 当前操作员 身份模式参数
           身份顾客号参数 身份结果参数.
       DISPLAY "顾客资料修改完毕.".


