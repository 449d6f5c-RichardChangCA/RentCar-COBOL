       IDENTIFICATION DIVISION.
       PROGRAM-ID.司机管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 司机 ASSIGN TO "司机.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 司机编号.

        SELECT OPTIONAL 司机排班 ASSIGN TO "司机排班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 排班确认号
        ALTERNATE RECORD KEY IS 排班司机编号 WITH DUPLICATES.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT 工时月报 ASSIGN TO "司机工时月报.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD 司机.
       01 司机记录.
        05 司机编号 PIC 9(4).
        05 司机姓名 PIC X(10).
        05 司机电话 PIC 9(11).
        05 司机驾照 PIC X(12).
        05 司机分店 PIC 9(2).
        05 司机日费率 PIC 9(4).
        05 司机加班费率 PIC 9(3).
        05 司机状态 PIC 9.
         88 司机在岗 VALUE 1.
         88 司机离岗 VALUE 0.
       FD 司机排班.
       01 司机排班记录.
        05 排班确认号 PIC 9(6).
        05 排班司机编号 PIC 9(4).
        05 排班顾客号 PIC 9(6).
        05 排班起 PIC 9(8).
        05 排班止 PIC 9(8).
        05 排班日费率 PIC 9(4).
        05 排班加班费率 PIC 9(3).
        05 排班状态 PIC 9.
         88 排班已派 VALUE 1.
         88 排班已结 VALUE 2.
         88 排班已撤 VALUE 3.
        05 排班天数 PIC 9(3).
        05 排班加班工时 PIC 9(3).
        05 排班工时 PIC 9(4).
        05 排班司机费 PIC 9(6).
        05 排班账单号 PIC 9(6).
        05 排班结清日期 PIC 9(8).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
       FD 工时月报.
       01 工时月报行 PIC X(100).

       WORKING-STORAGE SECTION.
       77 选择 PIC 9.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 司机编号输入 PIC 9(4).
       77 报表年月 PIC 9(6).
       77 结清年月 PIC 9(6).
       77 标准工时 PIC 9(5).
       77 司机出车天数 PIC 9(5).
       77 司机加班合计 PIC 9(5).
       77 司机工时合计 PIC 9(5).
       77 司机费合计 PIC 9(7).
       77 全部工时合计 PIC 9(6).
       77 全部加班合计 PIC 9(6).
       77 出车司机数 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 排班是否完了 PIC 9.
        88 排班完了 VALUE 1.
        88 排班没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6).
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
       DISPLAY "======== 司机管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记或修改司机".
       DISPLAY SPACE.
       DISPLAY "2、浏览司机主档".
       DISPLAY SPACE.
       DISPLAY "3、查询司机排班".
       DISPLAY SPACE.
       DISPLAY "4、司机工时月报".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 PERFORM 维护司机
       WHEN 2 PERFORM 浏览司机
       WHEN 3 PERFORM 查询司机排班
       WHEN 4 PERFORM 司机工时月报
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...司机管理已结束".
       STOP " ".
       EXIT PROGRAM.

       维护司机.
       DISPLAY "请输入司机编号(四位数字):" NO ADVANCING.
       ACCEPT 司机编号输入.
       OPEN I-O 司机.
       MOVE 司机编号输入 TO 司机编号.
       READ 司机 KEY IS 司机编号
       INVALID KEY DISPLAY "将新增该司机."
                   MOVE "新增" TO 审计操作类型
       NOT INVALID KEY DISPLAY "将修改该司机."
                       MOVE "修改" TO 审计操作类型
       END-READ.
       MOVE 司机编号输入 TO 司机编号.
       DISPLAY "请输入司机姓名:" NO ADVANCING.
       ACCEPT 司机姓名.
       DISPLAY "请输入司机电话(11位):" NO ADVANCING.
       ACCEPT 司机电话.
       DISPLAY "请输入驾驶证号:" NO ADVANCING.
       ACCEPT 司机驾照.
       DISPLAY "请输入所属分店编号:" NO ADVANCING.
       ACCEPT 司机分店.
       DISPLAY "请输入司机服务日费率:" NO ADVANCING.
       ACCEPT 司机日费率.
       DISPLAY "请输入加班每小时费率:" NO ADVANCING.
       ACCEPT 司机加班费率.
       DISPLAY "是否在岗(在岗1/离岗0):" NO ADVANCING.
       ACCEPT 司机状态.
       REWRITE 司机记录
       INVALID KEY WRITE 司机记录
       END-REWRITE.
       CLOSE 司机.
       MOVE "司机" TO 审计操作文件.
       MOVE 司机编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "司机主档已保存.".

       浏览司机.
       DISPLAY "--司机主档--".
       OPEN INPUT 司机.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 司机 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 司机记录
       END-READ
       END-PERFORM.
       CLOSE 司机.

       查询司机排班.
       DISPLAY "请输入司机编号:" NO ADVANCING.
       ACCEPT 司机编号输入.
       DISPLAY "--司机排班(确认号/顾客号/起/止/状态)--".
       DISPLAY "  状态:1已派 2已结 3已撤".
       OPEN INPUT 司机排班.
       SET 排班没完了 TO TRUE.
       MOVE 司机编号输入 TO 排班司机编号.
       START 司机排班 KEY IS = 排班司机编号
       INVALID KEY SET 排班完了 TO TRUE
                   DISPLAY "该司机没有排班记录."
       END-START.
       PERFORM UNTIL 排班完了
       READ 司机排班 NEXT RECORD
       AT END SET 排班完了 TO TRUE
       NOT AT END
       IF 排班司机编号 NOT = 司机编号输入
       THEN SET 排班完了 TO TRUE
       ELSE DISPLAY 排班确认号 " " 排班顾客号 " " 排班起
                " " 排班止 " " 排班状态
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 司机排班.

       司机工时月报.
       DISPLAY "请输入报表年月(YYYYMM):" NO ADVANCING.
       ACCEPT 报表年月.
       MOVE 0 TO 全部工时合计 全部加班合计 出车司机数.
       OPEN OUTPUT 工时月报.
       MOVE SPACE TO 工时月报行.
       STRING "----司机工时月报 " DELIMITED BY SIZE
              报表年月 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 工时月报行.
       WRITE 工时月报行.
       DISPLAY 工时月报行.
       MOVE "  (按还车结清月份计入,标准每日8小时)"
         TO 工时月报行.
       WRITE 工时月报行.
       DISPLAY 工时月报行.
       OPEN INPUT 司机.
       OPEN INPUT 司机排班.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 司机 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 汇总司机工时
       END-READ
       END-PERFORM.
       CLOSE 司机排班.
       CLOSE 司机.
       MOVE SPACE TO 工时月报行.
       STRING "出车司机数:" DELIMITED BY SIZE
              出车司机数 DELIMITED BY SIZE
              " 总工时:" DELIMITED BY SIZE
              全部工时合计 DELIMITED BY SIZE
              " 其中加班:" DELIMITED BY SIZE
              全部加班合计 DELIMITED BY SIZE
         INTO 工时月报行.
       WRITE 工时月报行.
       DISPLAY 工时月报行.
       CLOSE 工时月报.
       DISPLAY "月报已写入司机工时月报.txt".
       MOVE "司机工时" TO 归档报表名暂存.
       MOVE "司机工时月报.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 报表年月 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       汇总司机工时.
       MOVE 0 TO 司机出车天数 司机加班合计.
       MOVE 0 TO 司机工时合计 司机费合计.
       SET 排班没完了 TO TRUE.
       MOVE 司机编号 TO 排班司机编号.
       START 司机排班 KEY IS = 排班司机编号
       INVALID KEY SET 排班完了 TO TRUE
       END-START.
       PERFORM UNTIL 排班完了
       READ 司机排班 NEXT RECORD
       AT END SET 排班完了 TO TRUE
       NOT AT END
       COMPUTE 结清年月 = 排班结清日期 / 100
       IF 排班司机编号 NOT = 司机编号
       THEN SET 排班完了 TO TRUE
       ELSE IF 排班已结 AND 结清年月 = 报表年月
            THEN PERFORM 写工时明细
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       IF 司机工时合计 > 0
       THEN COMPUTE 出车司机数 = 出车司机数 + 1
            ADD 司机工时合计 TO 全部工时合计
            ADD 司机加班合计 TO 全部加班合计
            MOVE SPACE TO 工时月报行
            STRING "  小计 天数:" DELIMITED BY SIZE
                   司机出车天数 DELIMITED BY SIZE
                   " 加班:" DELIMITED BY SIZE
                   司机加班合计 DELIMITED BY SIZE
                   " 工时:" DELIMITED BY SIZE
                   司机工时合计 DELIMITED BY SIZE
                   " 司机费:" DELIMITED BY SIZE
                   司机费合计 DELIMITED BY SIZE
              INTO 工时月报行
            WRITE 工时月报行
            DISPLAY 工时月报行
       END-IF.

       写工时明细.
       IF 司机工时合计 = 0
       THEN MOVE SPACE TO 工时月报行
            STRING "司机:" DELIMITED BY SIZE
                   司机编号 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   司机姓名 DELIMITED BY SIZE
              INTO 工时月报行
            WRITE 工时月报行
            DISPLAY 工时月报行
       END-IF.
       ADD 排班天数 TO 司机出车天数.
       ADD 排班加班工时 TO 司机加班合计.
       ADD 排班工时 TO 司机工时合计.
       ADD 排班司机费 TO 司机费合计.
       MOVE SPACE TO 工时月报行.
       STRING "  确认号:" DELIMITED BY SIZE
              排班确认号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              排班起 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              排班止 DELIMITED BY SIZE
              " 天数:" DELIMITED BY SIZE
              排班天数 DELIMITED BY SIZE
              " 加班:" DELIMITED BY SIZE
              排班加班工时 DELIMITED BY SIZE
              " 工时:" DELIMITED BY SIZE
              排班工时 DELIMITED BY SIZE
         INTO 工时月报行.
       WRITE 工时月报行.
       DISPLAY 工时月报行.

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
