       IDENTIFICATION DIVISION.
       PROGRAM-ID.司机派遣.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 司机 ASSIGN TO "司机.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 司机编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 司机排班 ASSIGN TO "司机排班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 排班确认号
        ALTERNATE RECORD KEY IS 排班司机编号 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

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

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 司机编号输入 PIC 9(4).
       77 查档司机编号 PIC 9(4).
       77 空闲司机数 PIC 9(4).
       01 司机是否完了 PIC 9.
        88 司机完了 VALUE 1.
        88 司机没完了 VALUE 0.
       01 排班是否完了 PIC 9.
        88 排班完了 VALUE 1.
        88 排班没完了 VALUE 0.
       01 司机档期 PIC 9.
        88 司机空闲 VALUE 1.
        88 司机有冲突 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "司机派遣".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       77 派遣模式参数 PIC 9.
       77 派遣确认号参数 PIC 9(6).
       77 派遣顾客参数 PIC 9(6).
       77 派遣起参数 PIC 9(8).
       77 派遣止参数 PIC 9(8).
       77 派遣分店参数 PIC 9(2).
       77 派遣结果参数 PIC 9(4).

       PROCEDURE DIVISION USING 当前操作员 派遣模式参数
           派遣确认号参数 派遣顾客参数 派遣起参数
           派遣止参数 派遣分店参数 派遣结果参数.
       DECLARATIVES.
       司机文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 司机.
       司机文件出错处理.
       MOVE "司机" TO 异常文件名.
       MOVE 司机编号 TO 异常记录键.
       PERFORM 登记文件异常.
       司机排班文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 司机排班.
       司机排班文件出错处理.
       MOVE "司机排班" TO 异常文件名.
       MOVE 排班确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
       PERFORM 登记文件异常.
       登记文件异常.
       CALL "异常登记" USING 异常程序名 异常文件名
           文件状态码 异常记录键.
       DISPLAY "文件错误:" NO ADVANCING.
       DISPLAY 异常文件名 NO ADVANCING.
       DISPLAY " 状态:" NO ADVANCING.
       DISPLAY 文件状态码.
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
       END DECLARATIVES.
       主流程 SECTION.
       MOVE 0 TO 派遣结果参数.
       IF 派遣模式参数 = 2
       THEN PERFORM 撤回派遣
            GO TO 司机派遣-EXIT
       END-IF.
       PERFORM 列出空闲司机.
       IF 空闲司机数 = 0
       THEN DISPLAY "该时段没有空闲司机,无法配司机."
            GO TO 司机派遣-EXIT
       END-IF.
       DISPLAY "请输入指派司机编号(不指派请输入0):"
           NO ADVANCING.
       ACCEPT 司机编号输入.
       IF 司机编号输入 = 0
       THEN GO TO 司机派遣-EXIT
       END-IF.
       SET 没找到 TO TRUE.
       OPEN INPUT 司机.
       MOVE 司机编号输入 TO 司机编号.
       READ 司机 KEY IS 司机编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 司机在岗
       THEN SET 找到 TO TRUE
       END-IF
       END-READ.
       CLOSE 司机.
       IF 没找到
       THEN DISPLAY "没有该在岗司机,未指派."
            GO TO 司机派遣-EXIT
       END-IF.
       MOVE 司机编号输入 TO 查档司机编号.
       OPEN INPUT 司机排班.
       PERFORM 检查司机档期.
       CLOSE 司机排班.
       IF 司机有冲突
       THEN DISPLAY "该司机在此期间已有排班,未指派."
            GO TO 司机派遣-EXIT
       END-IF.
       PERFORM 登记司机排班.
       MOVE 司机编号输入 TO 派遣结果参数.
       DISPLAY "已指派司机:" NO ADVANCING.
       DISPLAY 司机姓名 NO ADVANCING.
       DISPLAY "  电话:" NO ADVANCING.
       DISPLAY 司机电话.
       DISPLAY "司机日费率:" NO ADVANCING.
       DISPLAY 司机日费率 NO ADVANCING.
       DISPLAY "  加班每小时:" NO ADVANCING.
       DISPLAY 司机加班费率.
       DISPLAY "司机费用将于还车时并入账单.".
       司机派遣-EXIT.
       EXIT PROGRAM.

       列出空闲司机.
       MOVE 0 TO 空闲司机数.
       DISPLAY "--该时段可派司机--".
       OPEN INPUT 司机.
       OPEN INPUT 司机排班.
       SET 司机没完了 TO TRUE.
       PERFORM UNTIL 司机完了
       READ 司机 NEXT RECORD
       AT END SET 司机完了 TO TRUE
       NOT AT END
       IF 司机在岗
          AND (派遣分店参数 = 0
               OR 司机分店 = 派遣分店参数)
       THEN MOVE 司机编号 TO 查档司机编号
            PERFORM 检查司机档期
            IF 司机空闲
            THEN COMPUTE 空闲司机数 = 空闲司机数 + 1
                 DISPLAY 司机编号 " " 司机姓名 " 日费率:"
                     司机日费率 " 加班费率:" 司机加班费率
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 司机排班.
       CLOSE 司机.

       检查司机档期.
       SET 司机空闲 TO TRUE.
       SET 排班没完了 TO TRUE.
       MOVE 查档司机编号 TO 排班司机编号.
       START 司机排班 KEY IS = 排班司机编号
       INVALID KEY SET 排班完了 TO TRUE
       END-START.
       PERFORM UNTIL 排班完了
       READ 司机排班 NEXT RECORD
       AT END SET 排班完了 TO TRUE
       NOT AT END
       IF 排班司机编号 NOT = 查档司机编号
       THEN SET 排班完了 TO TRUE
       ELSE IF 排班已派
               AND 排班确认号 NOT = 派遣确认号参数
               AND 排班起 <= 派遣止参数
               AND 排班止 >= 派遣起参数
            THEN SET 司机有冲突 TO TRUE
            END-IF
       END-IF
       END-READ
       END-PERFORM.

       登记司机排班.
       OPEN I-O 司机排班.
       MOVE 派遣确认号参数 TO 排班确认号.
       MOVE 司机编号输入 TO 排班司机编号.
       MOVE 派遣顾客参数 TO 排班顾客号.
       MOVE 派遣起参数 TO 排班起.
       MOVE 派遣止参数 TO 排班止.
       MOVE 司机日费率 TO 排班日费率.
       MOVE 司机加班费率 TO 排班加班费率.
       SET 排班已派 TO TRUE.
       MOVE 0 TO 排班天数 排班加班工时 排班工时.
       MOVE 0 TO 排班司机费 排班账单号 排班结清日期.
       WRITE 司机排班记录
       INVALID KEY REWRITE 司机排班记录
       END-WRITE.
       CLOSE 司机排班.
       MOVE "排班" TO 审计操作文件.
       MOVE "派遣" TO 审计操作类型.
       MOVE 派遣确认号参数 TO 审计操作键.
       PERFORM 写审计记录.

       撤回派遣.
       SET 没找到 TO TRUE.
       OPEN I-O 司机排班.
       MOVE 派遣确认号参数 TO 排班确认号.
       READ 司机排班 KEY IS 排班确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 排班已派
       THEN SET 排班已撤 TO TRUE
            REWRITE 司机排班记录
            SET 找到 TO TRUE
            MOVE 排班司机编号 TO 派遣结果参数
       END-IF
       END-READ.
       CLOSE 司机排班.
       IF 找到
       THEN MOVE "排班" TO 审计操作文件
            MOVE "撤派" TO 审计操作类型
            MOVE 派遣确认号参数 TO 审计操作键
            PERFORM 写审计记录
       END-IF.

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
