       IDENTIFICATION DIVISION.
       PROGRAM-ID.异常晨报.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 异常日志 ASSIGN TO "异常日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 异常主键.

        SELECT OPTIONAL 夜批状态 ASSIGN TO "夜批状态.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 夜批键.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT 晨报 ASSIGN TO "异常晨报.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 异常日志.
       01 异常日志记录.
        05 异常主键.
         10 异常日期 PIC 9(8).
         10 异常时间 PIC 9(8).
         10 异常序号 PIC 99.
        05 异常程序 PIC X(16).
        05 异常文件 PIC X(12).
        05 异常状态 PIC XX.
        05 异常键值 PIC X(20).
        05 异常来源 PIC 9.
         88 异常来自夜批 VALUE 1.
         88 异常来自人工 VALUE 0.
        05 异常处置 PIC 9.
         88 异常未阅 VALUE 0.
         88 异常已阅 VALUE 1.
        05 异常阅者 PIC X(6).
        05 异常阅日 PIC 9(8).
       FD 夜批状态.
       01 夜批状态记录.
        05 夜批键 PIC 9(2).
        05 夜批日期 PIC 9(8).
        05 夜批时间 PIC 9(8).
        05 夜批结果 PIC X(8).
        05 夜批完成步数 PIC 9(2).
        05 夜批步骤名 PIC X(16).
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
       FD 晨报.
       01 晨报行 PIC X(100).
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
       77 选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 起始日期 PIC 9(8).
       77 确认输入 PIC X.
       77 异常总数 PIC 9(5).
       77 未阅总数 PIC 9(5).
       77 夜批异常数 PIC 9(5).
       77 确认笔数 PIC 9(5).
       77 末次夜批日期 PIC 9(8).
       77 末次夜批结果 PIC X(8).
       77 末次完成步数 PIC 9(2).
       77 失败步骤数 PIC 9(2).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否有夜批 PIC 9.
        88 有夜批记录 VALUE 1.
        88 无夜批记录 VALUE 0.
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       01 程序计数表.
        05 程序计数项 OCCURS 60 TIMES.
         10 计数程序名 PIC X(16).
         10 计数笔数 PIC 9(5).
       77 程序项数 PIC 9(2).
       77 程序下标 PIC 9(2).
       01 程序是否找到 PIC 9.
        88 程序已找到 VALUE 1.
        88 程序未找到 VALUE 0.
       77 来源显示 PIC X(4).
       77 处置显示 PIC X(4).
       77 笔数显示 PIC Z(4)9.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 批处理异常晨报 ========".
       DISPLAY SPACE.
       DISPLAY "1、生成异常晨报".
       DISPLAY SPACE.
       DISPLAY "2、确认未阅异常(主管)".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 生成晨报
       WHEN 2 PERFORM 确认异常 THRU 确认异常-EXIT
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...异常晨报已结束".
       STOP " ".
       EXIT PROGRAM.

       生成晨报.
       DISPLAY "请输入起始日期(YYYYMMDD,0为全部未阅异常):"
           NO ADVANCING.
       ACCEPT 起始日期.
       MOVE 0 TO 异常总数 未阅总数 夜批异常数 程序项数.
       OPEN OUTPUT 晨报.
       MOVE SPACES TO 晨报行.
       STRING "批处理异常晨报  制表日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              "  制表人:" DELIMITED BY SIZE
              当前操作员 DELIMITED BY SIZE
         INTO 晨报行.
       WRITE 晨报行.
       MOVE SPACES TO 晨报行.
       IF 起始日期 = 0
       THEN MOVE "范围:全部未阅异常" TO 晨报行
       ELSE STRING "范围:" DELIMITED BY SIZE
                   起始日期 DELIMITED BY SIZE
                   "起全部异常" DELIMITED BY SIZE
              INTO 晨报行
       END-IF.
       WRITE 晨报行.
       MOVE SPACES TO 晨报行.
       WRITE 晨报行.
       PERFORM 输出夜批概况.
       MOVE SPACES TO 晨报行.
       WRITE 晨报行.
       MOVE "--异常明细--" TO 晨报行.
       WRITE 晨报行.
       MOVE SPACES TO 晨报行.
       STRING "日期     时间     程序            文件        "
                  DELIMITED BY SIZE
              "状态 记录键               来源 处置"
                  DELIMITED BY SIZE
         INTO 晨报行.
       WRITE 晨报行.
       OPEN INPUT 异常日志.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 异常日志 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF (起始日期 = 0 AND 异常未阅)
          OR (起始日期 NOT = 0 AND 异常日期 >= 起始日期)
       THEN PERFORM 输出异常明细
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 异常日志.
       IF 异常总数 = 0
       THEN MOVE "  (无)" TO 晨报行
            WRITE 晨报行
       END-IF.
       MOVE SPACES TO 晨报行.
       WRITE 晨报行.
       MOVE "--按程序汇总--" TO 晨报行.
       WRITE 晨报行.
       MOVE 1 TO 程序下标.
       PERFORM UNTIL 程序下标 > 程序项数
       MOVE 计数笔数(程序下标) TO 笔数显示
       MOVE SPACES TO 晨报行
       STRING "  " DELIMITED BY SIZE
              计数程序名(程序下标) DELIMITED BY SIZE
              笔数显示 DELIMITED BY SIZE
         INTO 晨报行
       WRITE 晨报行
       COMPUTE 程序下标 = 程序下标 + 1
       END-PERFORM.
       MOVE SPACES TO 晨报行.
       WRITE 晨报行.
       MOVE 异常总数 TO 笔数显示.
       MOVE SPACES TO 晨报行.
       STRING "异常合计:" DELIMITED BY SIZE
              笔数显示 DELIMITED BY SIZE
         INTO 晨报行.
       WRITE 晨报行.
       MOVE 夜批异常数 TO 笔数显示.
       MOVE SPACES TO 晨报行.
       STRING "其中夜批:" DELIMITED BY SIZE
              笔数显示 DELIMITED BY SIZE
         INTO 晨报行.
       WRITE 晨报行.
       MOVE 未阅总数 TO 笔数显示.
       MOVE SPACES TO 晨报行.
       STRING "尚未阅:  " DELIMITED BY SIZE
              笔数显示 DELIMITED BY SIZE
         INTO 晨报行.
       WRITE 晨报行.
       CLOSE 晨报.
       DISPLAY "末次夜批结果:" NO ADVANCING.
       DISPLAY 末次夜批结果.
       DISPLAY "异常合计:" NO ADVANCING.
       DISPLAY 异常总数.
       DISPLAY "尚未阅:" NO ADVANCING.
       DISPLAY 未阅总数.
       DISPLAY "报表已写入异常晨报.txt".
       MOVE "异常晨报" TO 归档报表名暂存.
       MOVE "异常晨报.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 起始日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.

       输出夜批概况.
       MOVE "--末次夜间批处理--" TO 晨报行.
       WRITE 晨报行.
       SET 无夜批记录 TO TRUE.
       MOVE 0 TO 失败步骤数.
       MOVE SPACES TO 末次夜批结果.
       OPEN INPUT 夜批状态.
       MOVE 1 TO 夜批键.
       READ 夜批状态 KEY IS 夜批键
       INVALID KEY CONTINUE
       NOT INVALID KEY
            SET 有夜批记录 TO TRUE
            MOVE 夜批日期 TO 末次夜批日期
            MOVE 夜批结果 TO 末次夜批结果
            MOVE 夜批完成步数 TO 末次完成步数
       END-READ.
       IF 无夜批记录
       THEN MOVE "  尚无夜批运行记录" TO 晨报行
            WRITE 晨报行
            MOVE "无记录" TO 末次夜批结果
       ELSE MOVE SPACES TO 晨报行
            STRING "  日期:" DELIMITED BY SIZE
                   末次夜批日期 DELIMITED BY SIZE
                   "  结果:" DELIMITED BY SIZE
                   末次夜批结果 DELIMITED BY SIZE
                   "  完成步数:" DELIMITED BY SIZE
                   末次完成步数 DELIMITED BY SIZE
              INTO 晨报行
            WRITE 晨报行
            SET 没完了 TO TRUE
            PERFORM UNTIL 完了
            READ 夜批状态 NEXT RECORD
            AT END SET 完了 TO TRUE
            NOT AT END
            IF 夜批日期 = 末次夜批日期
               AND 夜批结果 = "失败"
            THEN COMPUTE 失败步骤数 = 失败步骤数 + 1
                 MOVE SPACES TO 晨报行
                 STRING "  失败步骤:"
                        DELIMITED BY SIZE
                        夜批步骤名 DELIMITED BY SIZE
                        "  时间:" DELIMITED BY SIZE
                        夜批时间 DELIMITED BY SIZE
                   INTO 晨报行
                 WRITE 晨报行
            END-IF
            END-READ
            END-PERFORM
       END-IF.
       CLOSE 夜批状态.

       输出异常明细.
       COMPUTE 异常总数 = 异常总数 + 1.
       IF 异常未阅
       THEN COMPUTE 未阅总数 = 未阅总数 + 1
            MOVE "未阅" TO 处置显示
       ELSE MOVE "已阅" TO 处置显示
       END-IF.
       IF 异常来自夜批
       THEN COMPUTE 夜批异常数 = 夜批异常数 + 1
            MOVE "夜批" TO 来源显示
       ELSE MOVE "人工" TO 来源显示
       END-IF.
       MOVE SPACES TO 晨报行.
       STRING 异常日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              异常时间 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              异常程序 DELIMITED BY SIZE
              异常文件 DELIMITED BY SIZE
              异常状态 DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              异常键值 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              来源显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              处置显示 DELIMITED BY SIZE
         INTO 晨报行.
       WRITE 晨报行.
       SET 程序未找到 TO TRUE.
       MOVE 1 TO 程序下标.
       PERFORM UNTIL 程序下标 > 程序项数 OR 程序已找到
       IF 计数程序名(程序下标) = 异常程序
       THEN SET 程序已找到 TO TRUE
            COMPUTE 计数笔数(程序下标) =
                计数笔数(程序下标) + 1
       ELSE COMPUTE 程序下标 = 程序下标 + 1
       END-IF
       END-PERFORM.
       IF 程序未找到 AND 程序项数 < 60
       THEN COMPUTE 程序项数 = 程序项数 + 1
            MOVE 异常程序 TO 计数程序名(程序项数)
            MOVE 1 TO 计数笔数(程序项数)
       END-IF.

       确认异常.
       PERFORM 核验确认主管.
       IF 主管未通过
       THEN DISPLAY "仅主管可确认异常."
            GO TO 确认异常-EXIT
       END-IF.
       DISPLAY "将所有未阅异常标记为已阅,确认吗?(Y/N)"
           NO ADVANCING.
       ACCEPT 确认输入.
       IF 确认输入 NOT = "Y" AND 确认输入 NOT = "y"
       THEN DISPLAY "已取消."
            GO TO 确认异常-EXIT
       END-IF.
       MOVE 0 TO 确认笔数.
       OPEN I-O 异常日志.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 异常日志 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 异常未阅
       THEN SET 异常已阅 TO TRUE
            MOVE 当前操作员 TO 异常阅者
            MOVE 今日日期 TO 异常阅日
            REWRITE 异常日志记录
            COMPUTE 确认笔数 = 确认笔数 + 1
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 异常日志.
       IF 确认笔数 > 0
       THEN MOVE "异常" TO 审计操作文件
            MOVE "确认" TO 审计操作类型
            MOVE SPACES TO 审计操作键
            STRING 今日日期 DELIMITED BY SIZE
              INTO 审计操作键
            PERFORM 写审计记录
       END-IF.
       DISPLAY "已确认异常笔数:" NO ADVANCING.
       DISPLAY 确认笔数.
       确认异常-EXIT.
       EXIT.

       核验确认主管.
       SET 主管未通过 TO TRUE.
       OPEN INPUT 操作员档.
       MOVE 当前操作员 TO 档操作员编号.
       READ 操作员档 KEY IS 档操作员编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 档操作员启用 AND 档操作员级别 >= 2
       THEN SET 主管通过 TO TRUE
       END-IF
       END-READ.
       CLOSE 操作员档.

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
