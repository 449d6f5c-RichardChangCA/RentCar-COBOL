       IDENTIFICATION DIVISION.
       PROGRAM-ID.收益报表.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 预定收益 ASSIGN TO "预定收益.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 收益确认号.

        SELECT 收益单 ASSIGN TO "收益报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD 预定收益.
       01 预定收益记录.
        05 收益确认号 PIC 9(6).
        05 收益类别代码 PIC 9(2).
        05 收益档位 PIC 9.
        05 收益加价百分比 PIC 9(3).
        05 收益占用率 PIC 9(3).
        05 收益基准日租金 PIC 9(3).
        05 收益报价日租金 PIC 9(4).
        05 收益登记日期 PIC 9(8).
        05 收益账单号 PIC 9(6).
        05 收益增收金额 PIC 9(7).
        05 收益结算状态 PIC 9.
         88 收益未结算 VALUE 0.
         88 收益已结算 VALUE 1.
       FD 收益单.
       01 收益行 PIC X(100).

       WORKING-STORAGE SECTION.
       77 今日日期 PIC 9(8).
       77 起始日期输入 PIC 9(8).
       77 截止日期输入 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 档位下标 PIC 9.
       77 类别下标 PIC 9(3).
       01 档位统计表.
        05 档位统计项 OCCURS 3 TIMES.
         10 档位定档笔数 PIC 9(5).
         10 档位结算笔数 PIC 9(5).
         10 档位增收金额 PIC 9(8).
       01 类别统计表.
        05 类别统计项 OCCURS 99 TIMES.
         10 类别结算笔数 PIC 9(5).
         10 类别增收金额 PIC 9(8).
       77 增收合计 PIC 9(8).
       77 待结算笔数 PIC 9(5).
       77 金额文本 PIC 9(8).
       77 笔数文本 PIC 9(5).
       77 结算文本 PIC 9(5).
       77 类别名称文本 PIC X(12).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DISPLAY 空白屏幕.
       DISPLAY "======== 收益定价增收报表 ========".
       DISPLAY SPACE.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       DISPLAY "请输入起始日期(YYYYMMDD,0为不限):"
           NO ADVANCING.
       ACCEPT 起始日期输入.
       DISPLAY "请输入截止日期(YYYYMMDD,0为不限):"
           NO ADVANCING.
       ACCEPT 截止日期输入.
       IF 截止日期输入 = 0
       THEN MOVE 99999999 TO 截止日期输入
       END-IF.
       MOVE 0 TO 增收合计 待结算笔数.
       MOVE 1 TO 档位下标.
       PERFORM UNTIL 档位下标 > 3
       MOVE 0 TO 档位定档笔数(档位下标)
       MOVE 0 TO 档位结算笔数(档位下标)
       MOVE 0 TO 档位增收金额(档位下标)
       COMPUTE 档位下标 = 档位下标 + 1
       END-PERFORM.
       MOVE 1 TO 类别下标.
       PERFORM UNTIL 类别下标 > 99
       MOVE 0 TO 类别结算笔数(类别下标)
       MOVE 0 TO 类别增收金额(类别下标)
       COMPUTE 类别下标 = 类别下标 + 1
       END-PERFORM.
       OPEN OUTPUT 收益单.
       MOVE "----收益定价增收报表----" TO 收益行.
       WRITE 收益行.
       MOVE SPACE TO 收益行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              " 期间:" DELIMITED BY SIZE
              起始日期输入 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              截止日期输入 DELIMITED BY SIZE
         INTO 收益行.
       WRITE 收益行.
       DISPLAY 收益行.
       MOVE "--已结算明细--" TO 收益行.
       WRITE 收益行.
       DISPLAY 收益行.
       OPEN INPUT 预定收益.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定收益 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 收益登记日期 >= 起始日期输入
          AND 收益登记日期 <= 截止日期输入
          AND 收益档位 >= 1 AND 收益档位 <= 3
       THEN PERFORM 累计收益记录
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定收益.
       PERFORM 列示档位小计.
       PERFORM 列示类别小计.
       MOVE SPACE TO 收益行.
       MOVE 增收合计 TO 金额文本.
       MOVE 待结算笔数 TO 笔数文本.
       STRING "增收合计:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              " 已定档未结算笔数:" DELIMITED BY SIZE
              笔数文本 DELIMITED BY SIZE
         INTO 收益行.
       WRITE 收益行.
       DISPLAY 收益行.
       CLOSE 收益单.
       DISPLAY "报表已写入收益报表.txt".
       MOVE "收益报表" TO 归档报表名暂存.
       MOVE "收益报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 今日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       DISPLAY "...收益报表编制完毕".
       STOP " ".
       EXIT PROGRAM.

       累计收益记录.
       MOVE 收益档位 TO 档位下标.
       ADD 1 TO 档位定档笔数(档位下标).
       IF 收益未结算
       THEN ADD 1 TO 待结算笔数
       ELSE ADD 1 TO 档位结算笔数(档位下标)
            ADD 收益增收金额 TO 档位增收金额(档位下标)
            ADD 收益增收金额 TO 增收合计
            MOVE 收益类别代码 TO 类别下标
            IF 类别下标 = 0
            THEN MOVE 99 TO 类别下标
            END-IF
            ADD 1 TO 类别结算笔数(类别下标)
            ADD 收益增收金额 TO 类别增收金额(类别下标)
            PERFORM 写收益明细
       END-IF.

       写收益明细.
       MOVE SPACE TO 收益行.
       MOVE 收益增收金额 TO 金额文本.
       STRING "确认号:" DELIMITED BY SIZE
              收益确认号 DELIMITED BY SIZE
              " 账单:" DELIMITED BY SIZE
              收益账单号 DELIMITED BY SIZE
              " 档位:" DELIMITED BY SIZE
              收益档位 DELIMITED BY SIZE
              " 占用率:" DELIMITED BY SIZE
              收益占用率 DELIMITED BY SIZE
              " 上浮:" DELIMITED BY SIZE
              收益加价百分比 DELIMITED BY SIZE
              " 增收:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 收益行.
       WRITE 收益行.
       DISPLAY 收益行.

       列示档位小计.
       MOVE "--按档位汇总(定档/结算/增收)--" TO 收益行.
       WRITE 收益行.
       DISPLAY 收益行.
       MOVE 1 TO 档位下标.
       PERFORM UNTIL 档位下标 > 3
       MOVE SPACE TO 收益行
       MOVE 档位定档笔数(档位下标) TO 笔数文本
       MOVE 档位结算笔数(档位下标) TO 结算文本
       MOVE 档位增收金额(档位下标) TO 金额文本
       STRING "档位" DELIMITED BY SIZE
              档位下标 DELIMITED BY SIZE
              " 定档:" DELIMITED BY SIZE
              笔数文本 DELIMITED BY SIZE
              " 结算:" DELIMITED BY SIZE
              结算文本 DELIMITED BY SIZE
              " 增收:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 收益行
       WRITE 收益行
       DISPLAY 收益行
       COMPUTE 档位下标 = 档位下标 + 1
       END-PERFORM.

       列示类别小计.
       MOVE "--按车辆类别汇总(结算/增收)--" TO 收益行.
       WRITE 收益行.
       DISPLAY 收益行.
       MOVE 1 TO 类别下标.
       PERFORM UNTIL 类别下标 > 99
       IF 类别结算笔数(类别下标) > 0
       THEN PERFORM 写类别小计行
       END-IF
       COMPUTE 类别下标 = 类别下标 + 1
       END-PERFORM.

       写类别小计行.
       EVALUATE 类别下标
       WHEN 1 MOVE "小车" TO 类别名称文本
       WHEN 2 MOVE "中车" TO 类别名称文本
       WHEN 3 MOVE "大车" TO 类别名称文本
       WHEN 4 MOVE "贵车" TO 类别名称文本
       WHEN OTHER MOVE SPACE TO 类别名称文本
            STRING "类别" DELIMITED BY SIZE
                   类别下标 DELIMITED BY SIZE
              INTO 类别名称文本
       END-EVALUATE.
       MOVE SPACE TO 收益行.
       MOVE 类别结算笔数(类别下标) TO 结算文本.
       MOVE 类别增收金额(类别下标) TO 金额文本.
       STRING 类别名称文本 DELIMITED BY SPACE
              " 结算:" DELIMITED BY SIZE
              结算文本 DELIMITED BY SIZE
              " 增收:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 收益行.
       WRITE 收益行.
       DISPLAY 收益行.
