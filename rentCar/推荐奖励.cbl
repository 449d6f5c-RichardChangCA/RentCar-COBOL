       IDENTIFICATION DIVISION.
       PROGRAM-ID.推荐奖励.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 推荐 ASSIGN TO "推荐.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 被推荐顾客号
        ALTERNATE RECORD KEY IS 推荐人顾客号 WITH DUPLICATES.

        SELECT OPTIONAL 推荐参数 ASSIGN TO "推荐参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 推荐参数编号.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT OPTIONAL 积分流水 ASSIGN TO "积分流水.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 流水编号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号.

       DATA DIVISION.
       FILE SECTION.
       FD 推荐.
       01 推荐记录.
        05 被推荐顾客号 PIC 9(6).
        05 推荐人顾客号 PIC 9(6).
        05 推荐登记日期 PIC 9(8).
        05 推荐状态 PIC 9.
         88 推荐待转化 VALUE 0.
         88 推荐已转化 VALUE 1.
         88 推荐已拒绝 VALUE 2.
        05 推荐结案日期 PIC 9(8).
        05 推荐转化账单号 PIC 9(6).
        05 推荐奖励积分 PIC 9(5).
        05 推荐拒绝原因 PIC X(12).
        05 推荐经办员 PIC X(6).
       FD 推荐参数.
       01 推荐参数记录.
        05 推荐参数编号 PIC 9(2).
        05 推荐奖励标准 PIC 9(5).
        05 推荐设置操作员 PIC X(6).
        05 推荐设置日期 PIC 9(8).
       FD 顾客.
       01 顾客记录.
        05 顾客号 PIC 9(6).
        05 顾客档案姓名 PIC BX(10).
        05 顾客档案电话 PIC B9(11).
        05 积分 PIC B9(6).
        05 企业客户 PIC 9.
         88 是企业客户 VALUE 1.
         88 不是企业客户 VALUE 0.
        05 协议折扣 PIC B9(2).
        05 信用冻结 PIC 9.
         88 信用冻结中 VALUE 1.
         88 信用正常 VALUE 0.
        05 驾照号码 PIC X(12).
        05 驾照有效期 PIC 9(8).
        05 预付余额 PIC 9(7).
       FD 积分流水.
       01 流水记录.
        05 流水编号 PIC 9(6).
        05 流水顾客号 PIC 9(6).
        05 流水日期 PIC 9(8).
        05 流水类型 PIC X(4).
        05 流水积分数 PIC 9(6).
        05 流水账单号 PIC 9(6).
        05 流水后余额 PIC 9(6).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 日志.
       01 日志记录.
        05 日志编号 PIC 9(8).
        05 日志日期 PIC 9(8).
        05 日志时间 PIC 9(8).
        05 日志文件 PIC X(8).
        05 日志动作 PIC X(8).
        05 日志键 PIC X(12).
        05 日志映像 PIC X(250).

       WORKING-STORAGE SECTION.
       77 今日日期 PIC 9(8).
       77 奖励积分暂存 PIC 9(5).
       77 推荐人暂存 PIC 9(6).
       77 推荐原因暂存 PIC X(12).
       77 当前积分 PIC 9(6).
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       77 奖励顾客号参数 PIC 9(6).
       77 奖励账单号参数 PIC 9(6).

       PROCEDURE DIVISION USING 当前操作员 奖励顾客号参数
           奖励账单号参数.
       OPEN INPUT 推荐.
       MOVE 奖励顾客号参数 TO 被推荐顾客号.
       READ 推荐 KEY IS 被推荐顾客号
       INVALID KEY CLOSE 推荐
                   EXIT PROGRAM
       END-READ.
       CLOSE 推荐.
       IF NOT 推荐待转化
       THEN EXIT PROGRAM
       END-IF.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 推荐人顾客号 TO 推荐人暂存.
       CALL "推荐核查" USING 推荐人暂存 奖励顾客号参数
           推荐原因暂存.
       IF 推荐原因暂存 NOT = SPACE
       THEN PERFORM 拒绝推荐奖励
            EXIT PROGRAM
       END-IF.
       PERFORM 载入推荐参数.
       IF 奖励积分暂存 = 0
       THEN EXIT PROGRAM
       END-IF.
       OPEN I-O 顾客.
       MOVE 推荐人暂存 TO 顾客号.
       READ 顾客 KEY IS 顾客号.
       MOVE 积分 TO 当前积分.
       COMPUTE 当前积分 = 当前积分 + 奖励积分暂存.
       MOVE 当前积分 TO 积分.
       REWRITE 顾客记录.
       MOVE "顾客" TO 日志文件暂存.
       MOVE "重写" TO 日志动作暂存.
       MOVE 顾客号 TO 日志键暂存.
       MOVE 顾客记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       CLOSE 顾客.
       OPEN I-O 积分流水.
       MOVE "流水" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 流水编号.
       MOVE 推荐人暂存 TO 流水顾客号.
       MOVE 今日日期 TO 流水日期.
       MOVE "推荐" TO 流水类型.
       MOVE 奖励积分暂存 TO 流水积分数.
       MOVE 奖励账单号参数 TO 流水账单号.
       MOVE 当前积分 TO 流水后余额.
       WRITE 流水记录.
       CLOSE 积分流水.
       OPEN I-O 推荐.
       MOVE 奖励顾客号参数 TO 被推荐顾客号.
       READ 推荐 KEY IS 被推荐顾客号.
       SET 推荐已转化 TO TRUE.
       MOVE 今日日期 TO 推荐结案日期.
       MOVE 奖励账单号参数 TO 推荐转化账单号.
       MOVE 奖励积分暂存 TO 推荐奖励积分.
       REWRITE 推荐记录.
       MOVE "推荐" TO 日志文件暂存.
       MOVE "重写" TO 日志动作暂存.
       MOVE 被推荐顾客号 TO 日志键暂存.
       MOVE 推荐记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       CLOSE 推荐.
       MOVE "推荐" TO 审计操作文件.
       MOVE "奖励" TO 审计操作类型.
       MOVE 奖励顾客号参数 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "推荐人" 推荐人暂存 "获得推荐奖励积分:"
           奖励积分暂存.
       EXIT PROGRAM.

       拒绝推荐奖励.
       OPEN I-O 推荐.
       MOVE 奖励顾客号参数 TO 被推荐顾客号.
       READ 推荐 KEY IS 被推荐顾客号.
       SET 推荐已拒绝 TO TRUE.
       MOVE 今日日期 TO 推荐结案日期.
       MOVE 奖励账单号参数 TO 推荐转化账单号.
       MOVE 0 TO 推荐奖励积分.
       MOVE 推荐原因暂存 TO 推荐拒绝原因.
       REWRITE 推荐记录.
       MOVE "推荐" TO 日志文件暂存.
       MOVE "重写" TO 日志动作暂存.
       MOVE 被推荐顾客号 TO 日志键暂存.
       MOVE 推荐记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       CLOSE 推荐.
       MOVE "推荐" TO 审计操作文件.
       MOVE "拒绝" TO 审计操作类型.
       MOVE 奖励顾客号参数 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "推荐关系不符合奖励条件(" 推荐原因暂存
           "),不发放推荐积分.".

       载入推荐参数.
       MOVE 500 TO 奖励积分暂存.
       OPEN INPUT 推荐参数.
       MOVE 1 TO 推荐参数编号.
       READ 推荐参数 KEY IS 推荐参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 推荐奖励标准 TO 奖励积分暂存
       END-READ.
       CLOSE 推荐参数.

       写日志记录.
       OPEN I-O 日志.
       MOVE "日志" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 日志编号.
       ACCEPT 日志日期 FROM DATE YYYYMMDD.
       ACCEPT 日志时间 FROM TIME.
       MOVE 日志文件暂存 TO 日志文件.
       MOVE 日志动作暂存 TO 日志动作.
       MOVE 日志键暂存 TO 日志键.
       MOVE 日志映像暂存 TO 日志映像.
       WRITE 日志记录.
       CLOSE 日志.

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
