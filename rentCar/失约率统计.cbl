       IDENTIFICATION DIVISION.
       PROGRAM-ID.失约率统计.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 过期 ASSIGN TO "过期.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 过期编号
        FILE STATUS IS 文件状态码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
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

        SELECT OPTIONAL 超订参数 ASSIGN TO "超订参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 超订参数编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 超订额度 ASSIGN TO "超订额度.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 超订主键
        FILE STATUS IS 文件状态码.

        SELECT 失约率单 ASSIGN TO "失约率报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       FD 过期.
       01 过期记录.
        05 过期编号 PIC 9(6).
        05 原预定客户号 PIC 9(6).
        05 原预定序号 PIC 9(4).
        05 顾客姓名 PIC BX(10).
        05 顾客号码 PIC B9(11).
        05 车辆类别 PIC BX(4).
        05 车辆编号 PIC B99.
        05 车牌照 PIC BX(6).
        05 车厂家 PIC BX(10).
        05 车型号 PIC BX(5).
        05 车公里数 PIC B9(6).
        05 车日租金 PIC B999.
        05 原预定起 PIC B9(8).
        05 原预定止 PIC B9(8).
        05 作废日期 PIC B9(8).
        05 过期确认号 PIC B9(6).
        05 过期押金 PIC B9999.
        05 押金处置 PIC 9.
         88 押金待处置 VALUE 0.
         88 押金已退还 VALUE 1.
         88 押金已没收 VALUE 2.
        05 处置日期 PIC B9(8).
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
        05 已收押金 PIC B9999.
        05 车况备注 PIC X(30).
        05 损坏费 PIC B9999.
        05 付款方式 PIC BX(4).
        05 账单状态 PIC 9.
         88 账单有效 VALUE 1.
         88 账单已作废 VALUE 0.
        05 账单税额 PIC B9999.
        05 账单分店 PIC B9(2).
        05 账单儿童座椅 PIC 9.
         88 账单选配儿童座椅 VALUE 1.
         88 账单未选儿童座椅 VALUE 0.
        05 账单GPS导航 PIC 9.
         88 账单选配GPS导航 VALUE 1.
         88 账单未选GPS导航 VALUE 0.
        05 账单租车保险 PIC 9.
         88 账单选配租车保险 VALUE 1.
         88 账单未选租车保险 VALUE 0.
        05 附加服务费 PIC B9999.
        05 账单顾客号 PIC 9(6).
        05 积分抵扣 PIC B9(5).
        05 单程费 PIC B9999.
        05 账单取车时刻 PIC B9(4).
        05 账单归还时刻 PIC B9(4).
        05 账单促销码 PIC X(8).
        05 促销折减 PIC B9(5).
        05 账单确认号 PIC B9(6).
        05 账单预付抵扣 PIC B9(7).
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
       FD 超订参数.
       01 超订参数记录.
        05 超订参数编号 PIC 9(2).
        05 超订上限 PIC 9(3).
        05 超订设置主管 PIC X(6).
        05 超订设置日期 PIC 9(8).
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
       FD 失约率单.
       01 失约率行 PIC X(100).
       FD 培训标志.
       01 培训标志行 PIC X(10).
       FD 批模式.
       01 批模式行 PIC X(10).

       WORKING-STORAGE SECTION.
       01 培训模式状态 PIC 9.
        88 培训模式中 VALUE 1.
        88 非培训模式 VALUE 0.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       77 今日日期 PIC 9(8).
       77 月份输入 PIC 9(6).
       77 月起日期 PIC 9(8).
       77 月止日期 PIC 9(8).
       77 上限暂存 PIC 9(3).
       77 车牌档数 PIC 9(3).
       77 车牌下标 PIC 9(3).
       01 车牌档表.
        05 车牌档项 OCCURS 500 TIMES.
         10 档车牌 PIC X(6).
         10 档类别 PIC 9(2).
         10 档分店 PIC 9(2).
       77 本车车牌 PIC X(6).
       77 本车类别 PIC 9(2).
       77 本车分店 PIC 9(2).
       01 车牌是否找到 PIC 9.
        88 车牌找到 VALUE 1.
        88 车牌未找到 VALUE 0.
       77 统计总数 PIC 9(3).
       77 统计下标 PIC 9(3).
       01 统计是否找到 PIC 9.
        88 统计找到 VALUE 1.
        88 统计未找到 VALUE 0.
       01 失约统计表.
        05 失约统计项 OCCURS 200 TIMES.
         10 统计类别 PIC 9(2).
         10 统计分店 PIC 9(2).
         10 统计失约数 PIC 9(5).
         10 统计到店数 PIC 9(5).
         10 统计车辆数 PIC 9(3).
       77 样本数 PIC 9(6).
       77 失约率暂存 PIC 9(3).
       77 允许数暂存 PIC 9(5).
       77 未归类笔数 PIC 9(5).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "失约率统计".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       过期文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 过期.
       过期文件出错处理.
       MOVE "过期" TO 异常文件名.
       MOVE 过期编号 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
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
       超订参数文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 超订参数.
       超订参数文件出错处理.
       MOVE "超订参数" TO 异常文件名.
       MOVE 超订参数编号 TO 异常记录键.
       PERFORM 登记文件异常.
       超订额度文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 超订额度.
       超订额度文件出错处理.
       MOVE "超订额度" TO 异常文件名.
       MOVE 超订主键 TO 异常记录键.
       PERFORM 登记文件异常.
       失约率单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 失约率单.
       失约率单文件出错处理.
       MOVE "失约率单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
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
       PERFORM 检查培训模式.
       IF 培训模式中
       THEN DISPLAY "培训模式下本功能已停用."
            EXIT PROGRAM
       END-IF.
       PERFORM 检查批模式.
       DISPLAY "======== 失约率统计与超订额度 ========".
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       COMPUTE 月份输入 = 今日日期 / 100.
       IF 人工操作
       THEN DISPLAY "请输入统计月份(YYYYMM,0为本月):"
                NO ADVANCING
            ACCEPT 月份输入
            IF 月份输入 = 0
            THEN COMPUTE 月份输入 = 今日日期 / 100
            END-IF
       END-IF.
       COMPUTE 月起日期 = 月份输入 * 100 + 1.
       COMPUTE 月止日期 = 月份输入 * 100 + 31.
       MOVE 0 TO 车牌档数 统计总数 未归类笔数.
       PERFORM 载入小车车牌.
       PERFORM 载入中车车牌.
       PERFORM 载入大车车牌.
       PERFORM 载入贵车车牌.
       PERFORM 载入主档车牌.
       PERFORM 统计失约.
       PERFORM 统计到店.
       PERFORM 载入超订上限.
       OPEN OUTPUT 失约率单.
       MOVE "----失约率统计与超订额度----" TO 失约率行.
       WRITE 失约率行.
       MOVE SPACE TO 失约率行.
       STRING "统计月份:" DELIMITED BY SIZE
              月份输入 DELIMITED BY SIZE
              " 主管核定超订上限:" DELIMITED BY SIZE
              上限暂存 DELIMITED BY SIZE
         INTO 失约率行.
       WRITE 失约率行.
       DISPLAY 失约率行.
       OPEN OUTPUT 超订额度.
       MOVE 1 TO 统计下标.
       PERFORM UNTIL 统计下标 > 统计总数
       PERFORM 核定超订额度
       COMPUTE 统计下标 = 统计下标 + 1
       END-PERFORM.
       CLOSE 超订额度.
       MOVE SPACE TO 失约率行.
       STRING "无法归入类别/分店的记录:" DELIMITED BY SIZE
              未归类笔数 DELIMITED BY SIZE
         INTO 失约率行.
       WRITE 失约率行.
       DISPLAY 失约率行.
       CLOSE 失约率单.
       DISPLAY "报表已写入失约率报表.txt".
       MOVE "失约率" TO 归档报表名暂存.
       MOVE "失约率报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 月份输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...失约率统计完毕".
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
       PERFORM 登记车牌档
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       登记车牌档.
       IF 车牌档数 < 500
       THEN COMPUTE 车牌档数 = 车牌档数 + 1
            MOVE 本车车牌 TO 档车牌(车牌档数)
            MOVE 本车类别 TO 档类别(车牌档数)
            MOVE 本车分店 TO 档分店(车牌档数)
            PERFORM 查找统计项
            IF 统计找到
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
            MOVE 档分店(车牌下标) TO 本车分店
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
            MOVE 0 TO 统计失约数(统计下标)
            MOVE 0 TO 统计到店数(统计下标)
            MOVE 0 TO 统计车辆数(统计下标)
            SET 统计找到 TO TRUE
       END-IF.

       统计失约.
       OPEN INPUT 过期.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 过期 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 原预定起 >= 月起日期 AND 原预定起 <= 月止日期
       THEN MOVE 车牌照 TO 本车车牌
            PERFORM 查找车牌档
            IF 车牌找到
            THEN PERFORM 查找统计项
                 IF 统计找到
                 THEN ADD 1 TO 统计失约数(统计下标)
                 END-IF
            ELSE ADD 1 TO 未归类笔数
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 过期.

       统计到店.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 账单有效
          AND 账单预定起 >= 月起日期
          AND 账单预定起 <= 月止日期
       THEN MOVE 账单车牌照 TO 本车车牌
            PERFORM 查找车牌档
            IF 车牌找到
            THEN PERFORM 查找统计项
                 IF 统计找到
                 THEN ADD 1 TO 统计到店数(统计下标)
                 END-IF
            ELSE ADD 1 TO 未归类笔数
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.

       载入超订上限.
       MOVE 0 TO 上限暂存.
       OPEN INPUT 超订参数.
       MOVE 1 TO 超订参数编号.
       READ 超订参数 KEY IS 超订参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 超订上限 TO 上限暂存
       END-READ.
       CLOSE 超订参数.

       核定超订额度.
       COMPUTE 样本数 = 统计失约数(统计下标)
           + 统计到店数(统计下标).
       MOVE 0 TO 失约率暂存.
       IF 样本数 > 0
       THEN COMPUTE 失约率暂存 =
                统计失约数(统计下标) * 100 / 样本数
       END-IF.
       COMPUTE 允许数暂存 =
           失约率暂存 * 统计车辆数(统计下标) / 100.
       IF 允许数暂存 > 上限暂存
       THEN MOVE 上限暂存 TO 允许数暂存
       END-IF.
       MOVE 统计类别(统计下标) TO 超订类别.
       MOVE 统计分店(统计下标) TO 超订分店.
       MOVE 失约率暂存 TO 超订失约率.
       MOVE 统计失约数(统计下标) TO 超订失约数.
       MOVE 统计到店数(统计下标) TO 超订到店数.
       MOVE 统计车辆数(统计下标) TO 超订车辆数.
       MOVE 允许数暂存 TO 允许超订数.
       MOVE 月份输入 TO 超订统计月份.
       WRITE 超订额度记录
       INVALID KEY REWRITE 超订额度记录
       END-WRITE.
       MOVE SPACE TO 失约率行.
       STRING "类别:" DELIMITED BY SIZE
              超订类别 DELIMITED BY SIZE
              " 分店:" DELIMITED BY SIZE
              超订分店 DELIMITED BY SIZE
              " 车辆:" DELIMITED BY SIZE
              超订车辆数 DELIMITED BY SIZE
              " 到店:" DELIMITED BY SIZE
              超订到店数 DELIMITED BY SIZE
              " 失约:" DELIMITED BY SIZE
              超订失约数 DELIMITED BY SIZE
              " 失约率%:" DELIMITED BY SIZE
              超订失约率 DELIMITED BY SIZE
              " 允许超订:" DELIMITED BY SIZE
              允许超订数 DELIMITED BY SIZE
         INTO 失约率行.
       WRITE 失约率行.
       DISPLAY 失约率行.

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

       检查培训模式.
       SET 非培训模式 TO TRUE.
       OPEN INPUT 培训标志.
       READ 培训标志
       AT END CONTINUE
       NOT AT END
       IF 培训标志行(1:1) = "1"
       THEN SET 培训模式中 TO TRUE
       END-IF
       END-READ.
       CLOSE 培训标志.
