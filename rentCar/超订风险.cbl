       IDENTIFICATION DIVISION.
       PROGRAM-ID.超订风险.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号
        FILE STATUS IS 文件状态码.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号
        FILE STATUS IS 文件状态码.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号
        FILE STATUS IS 文件状态码.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 超订额度 ASSIGN TO "超订额度.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 超订主键
        FILE STATUS IS 文件状态码.

        SELECT 风险单 ASSIGN TO "超订风险报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       FD 预定.
       01 预定记录.
        05 预定主键.
         10 预定客户号 PIC 9(6).
         10 预定序号 PIC 9(4).
        05 预定客户姓名 PIC BX(10).
        05 预定客户号码 PIC B9(11).
        05 预定类别1 PIC BX(4).
        05 预定类别2 PIC B99.
        05 预定车牌照 PIC BX(6).
        05 预定厂家1 PIC BX(10).
        05 预定厂家2 PIC BX(5).
        05 预定厂家3 PIC B9(6).
        05 预定日租金 PIC B999.
        05 预定起 PIC B9(8).
        05 归还止 PIC B9(8).
        05 取车油量 PIC B9.
        05 押金 PIC B9999.
        05 预定分店 PIC B9(2).
        05 儿童座椅 PIC 9.
         88 选配儿童座椅 VALUE 1.
         88 未选儿童座椅 VALUE 0.
        05 GPS导航 PIC 9.
         88 选配GPS导航 VALUE 1.
         88 未选GPS导航 VALUE 0.
        05 租车保险 PIC 9.
         88 选配租车保险 VALUE 1.
         88 未选租车保险 VALUE 0.
        05 已取车 PIC 9.
         88 已经取车 VALUE 1.
         88 尚未取车 VALUE 0.
        05 报价金额 PIC B9(7).
        05 团体编号 PIC B9(4).
        05 取车时刻 PIC B9(4).
        05 归还时刻 PIC B9(4).
        05 促销码 PIC X(8).
        05 已结算至 PIC B9(8).
        05 确认号 PIC B9(6).
       FD 小车.
       01 小车记录.
        05 小车号 PIC 99.
        05 小车车牌照 PIC BX(6).
        05 小车车厂家1 PIC BX(10).
        05 小车车型号2 PIC BX(5).
        05 小车公里数3 PIC B9(6).
        05 小车日租金 PIC B999.
        05 车辆状态1 PIC 9.
         88 车辆可用1 VALUE 1.
         88 车辆已预定1 VALUE 2.
         88 车辆已租出1 VALUE 3.
         88 车辆停用1 VALUE 4.
         88 车辆在途1 VALUE 5.
         88 车辆待整备1 VALUE 6.
        05 小车分店 PIC B9(2).
        05 小车保养里程 PIC B9(6).
        05 小车购置日期 PIC B9(8).
        05 小车购置成本 PIC B9(7).
       FD 中车.
       01 中车记录.
        05 中车号 PIC 99.
        05 中车车牌照 PIC BX(6).
        05 中车车厂家1 PIC BX(10).
        05 中车车型号2 PIC BX(5).
        05 中车公里数3 PIC B9(6).
        05 中车日租金 PIC B999.
        05 车辆状态2 PIC 9.
         88 车辆可用2 VALUE 1.
         88 车辆已预定2 VALUE 2.
         88 车辆已租出2 VALUE 3.
         88 车辆停用2 VALUE 4.
         88 车辆在途2 VALUE 5.
         88 车辆待整备2 VALUE 6.
        05 中车分店 PIC B9(2).
        05 中车保养里程 PIC B9(6).
        05 中车购置日期 PIC B9(8).
        05 中车购置成本 PIC B9(7).
       FD 大.
       01 大车记录.
        05 大车号 PIC 99.
        05 大车车牌照 PIC BX(6).
        05 大车车厂 PIC BX(10).
        05 大车车型号 PIC BX(5).
        05 大车公里数 PIC B9(6).
        05 大车日租金 PIC B999.
        05 车辆状态3 PIC 9.
         88 车辆可用3 VALUE 1.
         88 车辆已预定3 VALUE 2.
         88 车辆已租出3 VALUE 3.
         88 车辆停用3 VALUE 4.
         88 车辆在途3 VALUE 5.
         88 车辆待整备3 VALUE 6.
        05 大车分店 PIC B9(2).
        05 大车保养里程 PIC B9(6).
        05 大车购置日期 PIC B9(8).
        05 大车购置成本 PIC B9(7).
       FD 贵.
       01 贵车记录.
        05 贵车号 PIC 99.
        05 贵车车牌照 PIC BX(6).
        05 贵车车厂 PIC BX(10).
        05 贵车车型号 PIC BX(5).
        05 贵车公里数 PIC B9(6).
        05 贵车日租金 PIC B999.
        05 车辆状态4 PIC 9.
         88 车辆可用4 VALUE 1.
         88 车辆已预定4 VALUE 2.
         88 车辆已租出4 VALUE 3.
         88 车辆停用4 VALUE 4.
         88 车辆在途4 VALUE 5.
         88 车辆待整备4 VALUE 6.
        05 贵车分店 PIC B9(2).
        05 贵车保养里程 PIC B9(6).
        05 贵车购置日期 PIC B9(8).
        05 贵车购置成本 PIC B9(7).
       FD 车辆主档.
       01 车辆主档记录.
        05 主档主键.
         10 主档类别代码 PIC 9(2).
         10 主档车辆号 PIC 9(2).
        05 主档车牌照 PIC X(6).
        05 主档厂家 PIC X(10).
        05 主档型号 PIC X(5).
        05 主档公里数 PIC 9(6).
        05 主档日租金 PIC 9(3).
        05 主档状态 PIC 9.
        05 主档分店 PIC 9(2).
        05 主档保养里程 PIC 9(6).
        05 主档购置日期 PIC 9(8).
        05 主档购置成本 PIC 9(7).
       FD 超订额度.
       01 超订额度记录.
        05 超订主键.
         10 超订类别 PIC 9(2).
         10 超订分店 PIC 9(2).
        05 超订失约率 PIC 9(3).
        05 超订失约数 PIC 9(5).
        05 超订到店数 PIC 9(5).
        05 超订车辆数 PIC 9(3).
        05 允许超订数 PIC 9(3).
        05 超订统计月份 PIC 9(6).
       FD 风险单.
       01 风险行 PIC X(100).
       FD 批模式.
       01 批模式行 PIC X(10).

       WORKING-STORAGE SECTION.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       77 今日日期 PIC 9(8).
       77 起始日期输入 PIC 9(8).
       77 报表天数 PIC 9(2) VALUE 7.
       77 天数偏移 PIC 9(4).
       77 日下标 PIC 9(2).
       77 本日日期 PIC 9(8).
       77 车牌档数 PIC 9(3).
       77 车牌下标 PIC 9(3).
       01 车牌档表.
        05 车牌档项 OCCURS 500 TIMES.
         10 档车牌 PIC X(6).
         10 档类别 PIC 9(2).
       77 本车车牌 PIC X(6).
       77 本车类别 PIC 9(2).
       77 本车分店 PIC 9(2).
       77 本车状态 PIC 9.
       01 车牌是否找到 PIC 9.
        88 车牌找到 VALUE 1.
        88 车牌未找到 VALUE 0.
       77 统计总数 PIC 9(3).
       77 统计下标 PIC 9(3).
       01 统计是否找到 PIC 9.
        88 统计找到 VALUE 1.
        88 统计未找到 VALUE 0.
       01 风险统计表.
        05 风险统计项 OCCURS 200 TIMES.
         10 统计类别 PIC 9(2).
         10 统计分店 PIC 9(2).
         10 统计车辆数 PIC 9(3).
         10 统计失约率 PIC 9(3).
         10 统计占用数 PIC 9(4).
         10 统计到店数 PIC 9(4).
       77 在手车辆 PIC 9(4).
       77 预计到店 PIC 9(4).
       77 风险笔数 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "超订风险".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       小车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 小车.
       小车文件出错处理.
       MOVE "小车" TO 异常文件名.
       MOVE 小车号 TO 异常记录键.
       PERFORM 登记文件异常.
       中车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 中车.
       中车文件出错处理.
       MOVE "中车" TO 异常文件名.
       MOVE 中车号 TO 异常记录键.
       PERFORM 登记文件异常.
       大文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 大.
       大文件出错处理.
       MOVE "大" TO 异常文件名.
       MOVE 大车号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵.
       贵文件出错处理.
       MOVE "贵" TO 异常文件名.
       MOVE 贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       车辆主档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车辆主档.
       车辆主档文件出错处理.
       MOVE "车辆主档" TO 异常文件名.
       MOVE 主档主键 TO 异常记录键.
       PERFORM 登记文件异常.
       超订额度文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 超订额度.
       超订额度文件出错处理.
       MOVE "超订额度" TO 异常文件名.
       MOVE 超订主键 TO 异常记录键.
       PERFORM 登记文件异常.
       风险单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 风险单.
       风险单文件出错处理.
       MOVE "风险单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       批模式文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 批模式.
       批模式文件出错处理.
       MOVE "批模式" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
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
       PERFORM 检查批模式.
       DISPLAY "======== 超订风险(车辆不足)晨报 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       IF 批处理中
       THEN MOVE 1 TO 天数偏移
            CALL "日期加减" USING 今日日期 天数偏移
                起始日期输入
       ELSE DISPLAY "请输入起始日期(YYYYMMDD,0为今天):"
                NO ADVANCING
            ACCEPT 起始日期输入
            IF 起始日期输入 = 0
            THEN MOVE 今日日期 TO 起始日期输入
            END-IF
       END-IF.
       MOVE 0 TO 车牌档数 统计总数 风险笔数.
       PERFORM 载入小车车牌.
       PERFORM 载入中车车牌.
       PERFORM 载入大车车牌.
       PERFORM 载入贵车车牌.
       PERFORM 载入主档车牌.
       PERFORM 载入失约率.
       OPEN OUTPUT 风险单.
       MOVE "----超订风险(车辆不足)晨报----" TO 风险行.
       WRITE 风险行.
       MOVE SPACE TO 风险行.
       STRING "编制日期:" DELIMITED BY SIZE
              今日日期 DELIMITED BY SIZE
              " 起始日:" DELIMITED BY SIZE
              起始日期输入 DELIMITED BY SIZE
              " 天数:" DELIMITED BY SIZE
              报表天数 DELIMITED BY SIZE
         INTO 风险行.
       WRITE 风险行.
       DISPLAY 风险行.
       MOVE 0 TO 日下标.
       PERFORM UNTIL 日下标 >= 报表天数
       MOVE 日下标 TO 天数偏移
       CALL "日期加减" USING 起始日期输入 天数偏移
           本日日期
       PERFORM 评估单日风险
       COMPUTE 日下标 = 日下标 + 1
       END-PERFORM.
       MOVE SPACE TO 风险行.
       IF 风险笔数 = 0
       THEN MOVE "期间内无预计到店超过在手车辆的情况."
                TO 风险行
       ELSE STRING "存在爆单风险的类别/分店/日数:"
                   DELIMITED BY SIZE
                   风险笔数 DELIMITED BY SIZE
              INTO 风险行
       END-IF.
       WRITE 风险行.
       DISPLAY 风险行.
       CLOSE 风险单.
       DISPLAY "报表已写入超订风险报表.txt".
       MOVE "超订风险" TO 归档报表名暂存.
       MOVE "超订风险报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 起始日期输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...超订风险晨报完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       载入小车车牌.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 小车车牌照 TO 本车车牌
       MOVE 1 TO 本车类别
       MOVE 小车分店 TO 本车分店
       MOVE 车辆状态1 TO 本车状态
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 小车.

       载入中车车牌.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 中车车牌照 TO 本车车牌
       MOVE 2 TO 本车类别
       MOVE 中车分店 TO 本车分店
       MOVE 车辆状态2 TO 本车状态
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 中车.

       载入大车车牌.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 大车车牌照 TO 本车车牌
       MOVE 3 TO 本车类别
       MOVE 大车分店 TO 本车分店
       MOVE 车辆状态3 TO 本车状态
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 大.

       载入贵车车牌.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 贵车车牌照 TO 本车车牌
       MOVE 4 TO 本车类别
       MOVE 贵车分店 TO 本车分店
       MOVE 车辆状态4 TO 本车状态
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 贵.

       载入主档车牌.
       OPEN INPUT 车辆主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 主档车牌照 TO 本车车牌
       MOVE 主档类别代码 TO 本车类别
       MOVE 主档分店 TO 本车分店
       MOVE 主档状态 TO 本车状态
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       登记车牌档.
       IF 车牌档数 < 500
       THEN COMPUTE 车牌档数 = 车牌档数 + 1
            MOVE 本车车牌 TO 档车牌(车牌档数)
            MOVE 本车类别 TO 档类别(车牌档数)
            PERFORM 查找统计项
            IF 统计找到 AND 本车状态 NOT = 4
               AND 本车状态 NOT = 5
            THEN ADD 1 TO 统计车辆数(统计下标)
            END-IF
       END-IF.

       查找车牌档.
       SET 车牌未找到 TO TRUE.
       MOVE 1 TO 车牌下标.
       PERFORM UNTIL 车牌下标 > 车牌档数 OR 车牌找到
       IF 档车牌(车牌下标) = 本车车牌
       THEN SET 车牌找到 TO TRUE
            MOVE 档类别(车牌下标) TO 本车类别
       ELSE COMPUTE 车牌下标 = 车牌下标 + 1
       END-IF
       END-PERFORM.

       查找统计项.
       SET 统计未找到 TO TRUE.
       MOVE 1 TO 统计下标.
       PERFORM UNTIL 统计下标 > 统计总数 OR 统计找到
       IF 统计类别(统计下标) = 本车类别
          AND 统计分店(统计下标) = 本车分店
       THEN SET 统计找到 TO TRUE
       ELSE COMPUTE 统计下标 = 统计下标 + 1
       END-IF
       END-PERFORM.
       IF 统计未找到 AND 统计总数 < 200
       THEN COMPUTE 统计总数 = 统计总数 + 1
            MOVE 统计总数 TO 统计下标
            MOVE 本车类别 TO 统计类别(统计下标)
            MOVE 本车分店 TO 统计分店(统计下标)
            MOVE 0 TO 统计车辆数(统计下标)
            MOVE 0 TO 统计失约率(统计下标)
            MOVE 0 TO 统计占用数(统计下标)
            MOVE 0 TO 统计到店数(统计下标)
            SET 统计找到 TO TRUE
       END-IF.

       载入失约率.
       OPEN INPUT 超订额度.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 超订额度 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 超订类别 TO 本车类别
       MOVE 超订分店 TO 本车分店
       PERFORM 查找统计项
       IF 统计找到
       THEN MOVE 超订失约率 TO 统计失约率(统计下标)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 超订额度.

       评估单日风险.
       MOVE 1 TO 统计下标.
       PERFORM UNTIL 统计下标 > 统计总数
       MOVE 0 TO 统计占用数(统计下标)
       MOVE 0 TO 统计到店数(统计下标)
       COMPUTE 统计下标 = 统计下标 + 1
       END-PERFORM.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预定起 <= 本日日期 AND 归还止 >= 本日日期
       THEN PERFORM 计入单条预定 THRU 计入单条预定-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.
       MOVE 1 TO 统计下标.
       PERFORM UNTIL 统计下标 > 统计总数
       IF 统计到店数(统计下标) > 0
       THEN PERFORM 核对单项风险
       END-IF
       COMPUTE 统计下标 = 统计下标 + 1
       END-PERFORM.

       计入单条预定.
       MOVE 预定车牌照 TO 本车车牌.
       PERFORM 查找车牌档.
       IF 车牌未找到
       THEN GO TO 计入单条预定-EXIT
       END-IF.
       MOVE 预定分店 TO 本车分店.
       PERFORM 查找统计项.
       IF 统计未找到
       THEN GO TO 计入单条预定-EXIT
       END-IF.
       IF 预定起 = 本日日期 AND 尚未取车
       THEN ADD 1 TO 统计到店数(统计下标)
       ELSE ADD 1 TO 统计占用数(统计下标)
       END-IF.
       计入单条预定-EXIT.
       EXIT.

       核对单项风险.
       IF 统计占用数(统计下标) >= 统计车辆数(统计下标)
       THEN MOVE 0 TO 在手车辆
       ELSE COMPUTE 在手车辆 = 统计车辆数(统计下标)
                - 统计占用数(统计下标)
       END-IF.
       COMPUTE 预计到店 = (统计到店数(统计下标)
           * (100 - 统计失约率(统计下标)) + 99) / 100.
       IF 预计到店 > 在手车辆
       THEN ADD 1 TO 风险笔数
            MOVE SPACE TO 风险行
            STRING "日期:" DELIMITED BY SIZE
                   本日日期 DELIMITED BY SIZE
                   " 类别:" DELIMITED BY SIZE
                   统计类别(统计下标) DELIMITED BY SIZE
                   " 分店:" DELIMITED BY SIZE
                   统计分店(统计下标) DELIMITED BY SIZE
                   " 预定到店:" DELIMITED BY SIZE
                   统计到店数(统计下标) DELIMITED BY SIZE
                   " 预计到店:" DELIMITED BY SIZE
                   预计到店 DELIMITED BY SIZE
                   " 在手:" DELIMITED BY SIZE
                   在手车辆 DELIMITED BY SIZE
              INTO 风险行
            WRITE 风险行
            DISPLAY 风险行
       END-IF.

       检查批模式.
       SET 人工操作 TO TRUE.
       OPEN INPUT 批模式.
       READ 批模式
       AT END CONTINUE
       NOT AT END
       IF 批模式行(1:1) = "1"
       THEN SET 批处理中 TO TRUE
       END-IF
       END-READ.
       CLOSE 批模式.
