        ACCESS IS DYNAMIC
        RECORD KEY IS 副驾主键.

        SELECT OPTIONAL 计费方案 ASSIGN TO "计费方案.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 方案确认号.

        SELECT 协议单 ASSIGN TO "租车协议单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        05 副驾登记日期 PIC 9(8).
       FD 协议单.
       01 协议行 PIC X(100).
       FD 计费方案.
       01 计费方案记录.
        05 方案确认号 PIC 9(6).
        05 方案代码 PIC 9.
         88 方案按日计费 VALUE 1.
         88 方案按里程计费 VALUE 2.
        05 方案基础日租金 PIC 9(3).
        05 方案每公里费 PIC 9(3).
        05 方案登记日期 PIC 9(8).
        05 方案账单号 PIC 9(6).
        05 方案行驶里程 PIC 9(6).
        05 方案里程费 PIC 9(7).
        05 方案结算状态 PIC 9.
         88 方案未结算 VALUE 0.
         88 方案已结算 VALUE 1.

       WORKING-STORAGE SECTION.
       77 加装说明 PIC X(30).
       01 副驾扫描是否完了 PIC 9.
        88 副驾扫描完了 VALUE 1.
        88 副驾扫描未完 VALUE 0.
       01 协议计费方案 PIC 9.
        88 协议按里程计费 VALUE 2.
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       77 协议客户参数 PIC 9(6).
              加装说明 DELIMITED BY SIZE
         INTO 协议行.
       WRITE 协议行.
       PERFORM 列示计费方案.
       PERFORM 列示授权驾驶人.
       MOVE "----责任条款----" TO 协议行.
       WRITE 协议行.
       DISPLAY "协议已写入租车协议单.txt,请签署.".
       EXIT PROGRAM.

       列示计费方案.
       MOVE 1 TO 协议计费方案.
       OPEN INPUT 计费方案.
       MOVE 确认号 TO 方案确认号.
       READ 计费方案 KEY IS 方案确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 方案代码 TO 协议计费方案
       END-READ.
       CLOSE 计费方案.
       MOVE SPACE TO 协议行.
       IF 协议按里程计费
       THEN STRING "计费方案:按里程计费 基础日租金:"
                       DELIMITED BY SIZE
                   方案基础日租金 DELIMITED BY SIZE
                   " 每公里:" DELIMITED BY SIZE
                   方案每公里费 DELIMITED BY SIZE
              INTO 协议行
            WRITE 协议行
            MOVE SPACE TO 协议行
            STRING "  (里程费按取车至还车全程里程计收,"
                       DELIMITED BY SIZE
                   "不另计超里程费)" DELIMITED BY SIZE
              INTO 协议行
       ELSE STRING "计费方案:按日计费" DELIMITED BY SIZE
                   "(超出免费里程部分计超里程费)"
                       DELIMITED BY SIZE
              INTO 协议行
       END-IF.
       WRITE 协议行.

       列示授权驾驶人.
       MOVE "----授权驾驶人----" TO 协议行.
       WRITE 协议行.
