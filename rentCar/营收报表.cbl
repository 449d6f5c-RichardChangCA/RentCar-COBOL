       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 日统计 ASSIGN TO "日统计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日统计主键.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 账单存档 ASSIGN TO "账单存档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存档账单号.

        SELECT OPTIONAL 账单杂费 ASSIGN TO "账单杂费.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 杂费行主键.

        SELECT 营收单 ASSIGN TO "营收单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD 日统计.
       01 日统计记录.
        05 日统计主键.
         10 日统计日期 PIC 9(8).
         10 日统计分店 PIC 9(2).
         10 日统计类别 PIC 9.
        05 日统计数据.
         10 日统计还车笔数 PIC 9(5).
         10 日统计租天 PIC 9(6).
         10 日统计营收 PIC 9(9).
         10 日统计滞纳金 PIC 9(7).
         10 日统计超里程费 PIC 9(7).
         10 日统计加油费 PIC 9(7).
         10 日统计损坏费 PIC 9(7).
         10 日统计附加费 PIC 9(7).
         10 日统计单程费 PIC 9(7).
         10 日统计税额 PIC 9(7).
         10 日统计作废笔数 PIC 9(5).
         10 日统计贷项张数 PIC 9(5).
         10 日统计贷项金额 PIC 9(9).
         10 日统计贷项税额 PIC 9(7).
         10 日统计取车笔数 PIC 9(5).
         10 日统计失约笔数 PIC 9(5).
         10 日统计候补笔数 PIC 9(5).
         10 日统计里程单数 PIC 9(5).
         10 日统计里程营收 PIC 9(9).
         10 日统计里程费 PIC 9(7).
         10 日统计计费里程 PIC 9(8).
        05 日统计车队数 PIC 9(5).
        05 日统计过账日期 PIC 9(8).

       FD 账单.
       01 账单记录.
        05 账单号 PIC 9(6).
        05 账单客户姓名 PIC BX(10).
        05 账单客户号码 PIC B9(11).
        05 账单类别1 PIC BX(4).
        05 账单类别2 PIC B99.
        05 账单车牌照 PIC BX(6).
        05 账单厂家1 PIC BX(10).
        05 账单厂家2 PIC BX(5).
        05 账单厂家3 PIC B9(6).
        05 账单日租金 PIC B999.
        05 账单预定起 PIC B9(8).
        05 账单归还止 PIC B9(8).
        05 租车天数 PIC B99.
        05 总金额 PIC B9(7).
        05 滞纳金 PIC B9999.
        05 超里程费 PIC B9999.
        05 加油费 PIC B9999.
        05 促销折减 PIC B9(5).
        05 账单确认号 PIC B9(6).
        05 账单预付抵扣 PIC B9(7).
       FD 账单存档.
       01 账单存档记录.
        05 存档账单号 PIC 9(6).
        05 存档附加服务费 PIC 9999.
        05 存档账单顾客号 PIC 9(6).
        05 存档租车保险 PIC 9.
       FD 账单杂费.
       01 账单杂费记录.
        05 杂费行主键.
         10 杂费账单号 PIC 9(6).
         10 杂费行号 PIC 99.
        05 杂费行代码 PIC X(4).
        05 杂费行名称 PIC X(20).
        05 杂费行数量 PIC 99.
        05 杂费行单价 PIC 9(5).
        05 杂费行金额 PIC 9(6).
        05 杂费行计税 PIC 9.
         88 杂费行应税 VALUE 1.
         88 杂费行免税 VALUE 0.
        05 杂费行税额 PIC 9(5).
        05 杂费行科目 PIC X(8).
        05 杂费行分店 PIC 9(2).
        05 杂费行归还日 PIC 9(8).

       FD 营收单.
       01 营收行 PIC X(100).
       77 中车营收合计 PIC 9(7).
       77 大车营收合计 PIC 9(7).
       77 本单金额 PIC 9(7).
       77 小车贷项合计 PIC 9(7).
       77 中车贷项合计 PIC 9(7).
       77 大车贷项合计 PIC 9(7).
       77 贷项冲减合计 PIC 9(7).
       77 已过账至 PIC 9(8).
       77 按里程单数 PIC 9(5).
       77 按里程营收合计 PIC 9(7).
       77 按里程里程费合计 PIC 9(7).
       77 按里程行驶合计 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 杂费截止日 PIC 9(8).
       77 杂费汇总数 PIC 99.
       77 杂费下标 PIC 99.
       77 杂费笔数合计 PIC 9(5).
       77 杂费金额合计 PIC 9(7).
       77 杂费税额合计 PIC 9(6).
       01 杂费汇总表.
        05 杂费汇总项 OCCURS 30 TIMES.
         10 汇总杂费代码 PIC X(4).
         10 汇总杂费名称 PIC X(20).
         10 汇总杂费笔数 PIC 9(5).
         10 汇总杂费金额 PIC 9(7).
         10 汇总杂费税额 PIC 9(6).
       01 杂费账单是否有效 PIC 9.
        88 杂费账单有效 VALUE 1.
        88 杂费账单无效 VALUE 0.

       SCREEN SECTION.
       01 空白屏幕.

       PROCEDURE DIVISION.
       DISPLAY 空白屏幕.
       DISPLAY
           "请输入统计起始日期(格式为八位数字,如201601"
           "01):" NO ADVANCING.
       ACCEPT 起始日期.
       DISPLAY
           "请输入统计终止日期(格式为八位数字,如201612"
           "31):" NO ADVANCING.
       ACCEPT 终止日期.
       MOVE 0 TO 小车营收合计.
       MOVE 0 TO 中车营收合计.
       MOVE 0 TO 大车营收合计.
       MOVE 0 TO 小车贷项合计 中车贷项合计.
       MOVE 0 TO 大车贷项合计.
       MOVE 0 TO 贷项冲减合计.
       MOVE 0 TO 按里程单数 按里程营收合计.
       MOVE 0 TO 按里程里程费合计 按里程行驶合计.
       OPEN INPUT 日统计.
       PERFORM 核对过账进度.
       MOVE 起始日期 TO 日统计日期.
       MOVE 0 TO 日统计分店 日统计类别.
       SET 没完了 TO TRUE.
       START 日统计 KEY IS >= 日统计主键
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 日统计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 日统计日期 > 终止日期
       THEN SET 完了 TO TRUE
       ELSE PERFORM 累计营收
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 日统计.
       PERFORM 冲减贷项通知.
       PERFORM 汇总杂项收费.
       DISPLAY SPACE.
       DISPLAY "小车营收合计:" NO ADVANCING 小车营收合计.
       DISPLAY "中车营收合计:" NO ADVANCING 中车营收合计.
       DISPLAY "大车/贵车营收合计:" NO ADVANCING
           大车营收合计.
       DISPLAY "已冲减贷项通知:" NO ADVANCING
           贷项冲减合计.
       DISPLAY "--其中按里程计费方案--".
       DISPLAY "按里程计费单数:" NO ADVANCING 按里程单数.
       DISPLAY "按里程计费营收合计:" NO ADVANCING
           按里程营收合计.
       DISPLAY "其中里程费合计:" NO ADVANCING
           按里程里程费合计.
       DISPLAY "计费里程合计(公里):" NO ADVANCING
           按里程行驶合计.
       DISPLAY "--其中杂项收费(按代码)--".
       MOVE 1 TO 杂费下标.
       PERFORM UNTIL 杂费下标 > 杂费汇总数
       DISPLAY 汇总杂费代码(杂费下标) " "
           汇总杂费名称(杂费下标) " 笔数:"
           汇总杂费笔数(杂费下标) " 金额:"
           汇总杂费金额(杂费下标) " 税额:"
           汇总杂费税额(杂费下标)
       COMPUTE 杂费下标 = 杂费下标 + 1
       END-PERFORM.
       DISPLAY "杂项收费合计:" NO ADVANCING 杂费金额合计.
       DISPLAY "杂项收费税额合计:" NO ADVANCING
           杂费税额合计.
       PERFORM 写营收单.
       DISPLAY SPACE.
       DISPLAY "...统计完成".
       STOP " ".
       EXIT PROGRAM.

       核对过账进度.
       MOVE 0 TO 已过账至.
       MOVE 0 TO 日统计日期 日统计分店 日统计类别.
       READ 日统计 KEY IS 日统计主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 日统计过账日期 TO 已过账至
       END-READ.
       IF 终止日期 > 已过账至
       THEN DISPLAY "注意:日统计仅过账至" NO ADVANCING
            DISPLAY 已过账至 NO ADVANCING
            DISPLAY ",其后业务未计入本表."
       END-IF.

       写营收单.
       OPEN OUTPUT 营收单.
       MOVE "----营收报表----" TO 营收行.
              大车营收合计 DELIMITED BY SIZE
         INTO 营收行.
       WRITE 营收行.
       STRING "已冲减贷项通知合计:" DELIMITED BY SIZE
              贷项冲减合计 DELIMITED BY SIZE
         INTO 营收行.
       WRITE 营收行.
       MOVE "--其中按里程计费方案--" TO 营收行.
       WRITE 营收行.
       STRING "按里程计费单数:" DELIMITED BY SIZE
              按里程单数 DELIMITED BY SIZE
              " 营收合计:" DELIMITED BY SIZE
              按里程营收合计 DELIMITED BY SIZE
         INTO 营收行.
       WRITE 营收行.
       STRING "里程费合计:" DELIMITED BY SIZE
              按里程里程费合计 DELIMITED BY SIZE
              " 计费里程合计:" DELIMITED BY SIZE
              按里程行驶合计 DELIMITED BY SIZE
         INTO 营收行.
       WRITE 营收行.
       MOVE "--其中杂项收费(按代码)--" TO 营收行.
       WRITE 营收行.
       MOVE 1 TO 杂费下标.
       PERFORM UNTIL 杂费下标 > 杂费汇总数
       MOVE SPACE TO 营收行
       STRING 汇总杂费代码(杂费下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              汇总杂费名称(杂费下标) DELIMITED BY SIZE
              " 笔数:" DELIMITED BY SIZE
              汇总杂费笔数(杂费下标) DELIMITED BY SIZE
              " 金额:" DELIMITED BY SIZE
              汇总杂费金额(杂费下标) DELIMITED BY SIZE
              " 税额:" DELIMITED BY SIZE
              汇总杂费税额(杂费下标) DELIMITED BY SIZE
         INTO 营收行
       WRITE 营收行
       COMPUTE 杂费下标 = 杂费下标 + 1
       END-PERFORM.
       MOVE SPACE TO 营收行.
       STRING "杂项收费合计:" DELIMITED BY SIZE
              杂费金额合计 DELIMITED BY SIZE
              " 税额合计:" DELIMITED BY SIZE
              杂费税额合计 DELIMITED BY SIZE
         INTO 营收行.
       WRITE 营收行.
       CLOSE 营收单.
       MOVE "营收报表" TO 归档报表名暂存.
       MOVE "营收单.txt" TO 归档源名暂存.
           归档源名暂存 归档参数暂存 归档操作员暂存.

       累计营收.
       EVALUATE 日统计类别
       WHEN 1 ADD 日统计营收 TO 小车营收合计
              ADD 日统计贷项金额 TO 小车贷项合计
       WHEN 2 ADD 日统计营收 TO 中车营收合计
              ADD 日统计贷项金额 TO 中车贷项合计
       WHEN OTHER ADD 日统计营收 TO 大车营收合计
                  ADD 日统计贷项金额 TO 大车贷项合计
       END-EVALUATE.
       ADD 日统计贷项金额 TO 贷项冲减合计.
       ADD 日统计里程单数 TO 按里程单数.
       ADD 日统计里程营收 TO 按里程营收合计.
       ADD 日统计里程费 TO 按里程里程费合计.
       ADD 日统计计费里程 TO 按里程行驶合计.

       冲减贷项通知.
       IF 小车营收合计 > 小车贷项合计
       THEN SUBTRACT 小车贷项合计 FROM 小车营收合计
       ELSE MOVE 0 TO 小车营收合计
       END-IF.
       IF 中车营收合计 > 中车贷项合计
       THEN SUBTRACT 中车贷项合计 FROM 中车营收合计
       ELSE MOVE 0 TO 中车营收合计
       END-IF.
       IF 大车营收合计 > 大车贷项合计
       THEN SUBTRACT 大车贷项合计 FROM 大车营收合计
       ELSE MOVE 0 TO 大车营收合计
       END-IF.

       汇总杂项收费.
       MOVE 0 TO 杂费汇总数.
       MOVE 0 TO 杂费笔数合计 杂费金额合计.
       MOVE 0 TO 杂费税额合计.
       MOVE 终止日期 TO 杂费截止日.
       IF 已过账至 < 杂费截止日
       THEN MOVE 已过账至 TO 杂费截止日
       END-IF.
       OPEN INPUT 账单杂费.
       OPEN INPUT 账单.
       OPEN INPUT 账单存档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单杂费 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 杂费行归还日 >= 起始日期
          AND 杂费行归还日 <= 杂费截止日
       THEN PERFORM 核对杂费账单
            IF 杂费账单有效
            THEN PERFORM 累计杂项收费
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单存档.
       CLOSE 账单.
       CLOSE 账单杂费.

       核对杂费账单.
       SET 杂费账单无效 TO TRUE.
       MOVE 杂费账单号 TO 账单号.
       READ 账单 KEY IS 账单号
       INVALID KEY
            MOVE 杂费账单号 TO 存档账单号
            READ 账单存档 KEY IS 存档账单号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            IF 存档状态 = 1
            THEN SET 杂费账单有效 TO TRUE
            END-IF
            END-READ
       NOT INVALID KEY
       IF 账单有效
       THEN SET 杂费账单有效 TO TRUE
       END-IF
       END-READ.

       累计杂项收费.
       MOVE 1 TO 杂费下标.
       PERFORM UNTIL 杂费下标 > 杂费汇总数
          OR 汇总杂费代码(杂费下标) = 杂费行代码
       COMPUTE 杂费下标 = 杂费下标 + 1
       END-PERFORM.
       IF 杂费下标 > 杂费汇总数
       THEN PERFORM 新增杂费汇总项
       END-IF.
       ADD 1 TO 汇总杂费笔数(杂费下标).
       ADD 杂费行金额 TO 汇总杂费金额(杂费下标).
       ADD 杂费行税额 TO 汇总杂费税额(杂费下标).
       ADD 1 TO 杂费笔数合计.
       ADD 杂费行金额 TO 杂费金额合计.
       ADD 杂费行税额 TO 杂费税额合计.

       新增杂费汇总项.
       IF 杂费汇总数 < 30
       THEN COMPUTE 杂费汇总数 = 杂费汇总数 + 1
            MOVE 杂费汇总数 TO 杂费下标
            MOVE 杂费行代码 TO 汇总杂费代码(杂费下标)
            MOVE 杂费行名称 TO 汇总杂费名称(杂费下标)
            MOVE 0 TO 汇总杂费笔数(杂费下标)
            MOVE 0 TO 汇总杂费金额(杂费下标)
            MOVE 0 TO 汇总杂费税额(杂费下标)
       ELSE MOVE 30 TO 杂费下标
       END-IF.
