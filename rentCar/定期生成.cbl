       IDENTIFICATION DIVISION.
       PROGRAM-ID.定期生成.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 定期预定 ASSIGN TO "定期预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 定期编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 定期明细 ASSIGN TO "定期明细.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 明细主键
        FILE STATUS IS 文件状态码.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

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

        SELECT OPTIONAL 车类预定 ASSIGN TO "车类预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车类确认号
        FILE STATUS IS 文件状态码.

        SELECT 黑名单 ASSIGN TO "黑名单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 黑名单编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 超订额度 ASSIGN TO "超订额度.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 超订主键
        FILE STATUS IS 文件状态码.

        SELECT 生成清单 ASSIGN TO "定期预定生成.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       FD 定期预定.
       01 定期预定记录.
        05 定期编号 PIC 9(6).
        05 定期客户号 PIC 9(6).
        05 定期类别代码 PIC 9.
        05 定期分店 PIC 9(2).
        05 定期模式 PIC 9.
         88 定期每周一至五 VALUE 1.
         88 定期每月首周 VALUE 2.
        05 定期起 PIC 9(8).
        05 定期止 PIC 9(8).
        05 定期提前天数 PIC 9(2).
        05 定期已生成至 PIC 9(8).
        05 定期生成数 PIC 9(4).
        05 定期失败数 PIC 9(4).
        05 定期状态 PIC 9.
         88 定期有效 VALUE 1.
         88 定期已取消 VALUE 2.
         88 定期已完成 VALUE 3.
        05 定期登记员 PIC X(6).
        05 定期登记日期 PIC 9(8).
        05 定期取消日期 PIC 9(8).
       FD 定期明细.
       01 定期明细记录.
        05 明细主键.
         10 明细定期编号 PIC 9(6).
         10 明细取车日期 PIC 9(8).
        05 明细还车日期 PIC 9(8).
        05 明细客户号 PIC 9(6).
        05 明细预定序号 PIC 9(4).
        05 明细确认号 PIC 9(6).
        05 明细状态 PIC 9.
         88 明细已预定 VALUE 1.
         88 明细未能预定 VALUE 2.
         88 明细已取消 VALUE 3.
        05 明细原因 PIC X(24).
        05 明细生成日期 PIC 9(8).
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
       FD 车类预定.
       01 车类预定记录.
        05 车类确认号 PIC 9(6).
        05 车类客户号 PIC 9(6).
        05 车类预定序号 PIC 9(4).
        05 车类代码 PIC 9.
         88 车类小车 VALUE 1.
         88 车类中车 VALUE 2.
         88 车类大车 VALUE 3.
         88 车类贵车 VALUE 4.
        05 车类取车分店 PIC 9(2).
        05 车类取车日期 PIC 9(8).
        05 车类还车日期 PIC 9(8).
        05 车类分配状态 PIC 9.
         88 车类待分配 VALUE 0.
         88 车类已分配 VALUE 1.
         88 车类无车可配 VALUE 2.
        05 车类分配车牌 PIC X(6).
        05 车类分配日期 PIC 9(8).
       FD 黑名单.
       01 黑名单记录.
        05 黑名单编号 PIC 9(2).
        05 黑名单起始1 PIC 9(8).
        05 黑名单截止1 PIC 9(8).
        05 黑名单起始2 PIC 9(8).
        05 黑名单截止2 PIC 9(8).
        05 黑名单起始3 PIC 9(8).
        05 黑名单截止3 PIC 9(8).
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
       FD 生成清单.
       01 生成清单行 PIC X(100).
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
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 生成营业日 PIC 9(8).
       77 一天 PIC 9(4) VALUE 1.
       77 提前天数暂存 PIC 9(4).
       77 展望止日 PIC 9(8).
       77 系列起日 PIC 9(8).
       77 次候选日 PIC 9(8).
       01 候选日期组.
        05 候选日期 PIC 9(8).
       01 候选日期拆分 REDEFINES 候选日期组.
        05 候选年月 PIC 9(6).
        05 候选日份 PIC 9(2).
       77 候选还车日 PIC 9(8).
       77 租期加天数 PIC 9(4).
       77 基准周一 PIC 9(8) VALUE 20000103.
       77 日期差结果 PIC S9(8).
       77 星期商 PIC 9(8).
       77 星期余数 PIC 9.
       01 候选是否适用 PIC 9.
        88 候选适用 VALUE 1.
        88 候选不适用 VALUE 0.
       01 本次是否可订 PIC 9.
        88 本次可订 VALUE 1.
        88 本次不可订 VALUE 0.
       77 不可订原因 PIC X(24).
       77 系列客户姓名 PIC X(10).
       77 系列客户电话 PIC 9(11).
       77 系列折扣 PIC 9(2).
       77 合同客户暂存 PIC 9(6).
       77 合同类别暂存 PIC 9(2).
       77 合同结果暂存 PIC 9.
       77 车辆总数 PIC 9(4).
       77 当日预定数 PIC 9(4).
       77 超订额度合计 PIC 9(4).
       77 占用起暂存 PIC 9(8).
       77 占用止暂存 PIC 9(8).
       77 容量类别参数 PIC 9.
       77 容量车辆参数 PIC 9(3).
       77 容量占用参数 PIC 9(3).
       77 容量租金参数 PIC 9(3).
       77 最大预定序号 PIC 9(4).
       77 新确认号 PIC 9(6).
       77 已生成数 PIC 9(4).
       77 未生成数 PIC 9(4).
       77 例外下标 PIC 9(3).
       77 例外总数 PIC 9(3).
       01 生成例外表.
        05 生成例外项 OCCURS 100 TIMES.
         10 例外定期编号 PIC 9(6).
         10 例外客户号 PIC 9(6).
         10 例外取车日 PIC 9(8).
         10 例外原因 PIC X(24).
       77 报价起参数 PIC 9(8).
       77 报价止参数 PIC 9(8).
       77 报价租金参数 PIC 9(3).
       77 报价儿童参数 PIC 9.
       77 报价GPS参数 PIC 9.
       77 报价保险参数 PIC 9.
       77 报价折扣参数 PIC 9(2).
       77 报价结果参数 PIC 9(7).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 系列是否完了 PIC 9.
        88 系列完了 VALUE 1.
        88 系列没完了 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "定期生成".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       77 出错子程序 PIC X(16).

       PROCEDURE DIVISION.
       DECLARATIVES.
       定期预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 定期预定.
       定期预定文件出错处理.
       MOVE "定期预定" TO 异常文件名.
       MOVE 定期编号 TO 异常记录键.
       PERFORM 登记文件异常.
       定期明细文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 定期明细.
       定期明细文件出错处理.
       MOVE "定期明细" TO 异常文件名.
       MOVE 明细主键 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
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
       车类预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车类预定.
       车类预定文件出错处理.
       MOVE "车类预定" TO 异常文件名.
       MOVE 车类确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       黑名单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 黑名单.
       黑名单文件出错处理.
       MOVE "黑名单" TO 异常文件名.
       MOVE 黑名单编号 TO 异常记录键.
       PERFORM 登记文件异常.
       超订额度文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 超订额度.
       超订额度文件出错处理.
       MOVE "超订额度" TO 异常文件名.
       MOVE 超订主键 TO 异常记录键.
       PERFORM 登记文件异常.
       生成清单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 生成清单.
       生成清单文件出错处理.
       MOVE "生成清单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
       PERFORM 登记文件异常.
       日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 日志.
       日志文件出错处理.
       MOVE "日志" TO 异常文件名.
       MOVE 日志编号 TO 异常记录键.
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
       DISPLAY "======== 定期预定自动生成 ========".
       CALL "营业日" USING 生成营业日.
       MOVE 0 TO 已生成数 未生成数 例外总数.
       OPEN OUTPUT 生成清单.
       MOVE SPACE TO 生成清单行.
       STRING "----定期预定生成清单----营业日:"
                  DELIMITED BY SIZE
              生成营业日 DELIMITED BY SIZE
         INTO 生成清单行.
       WRITE 生成清单行.
       DISPLAY 生成清单行.
       OPEN I-O 定期预定.
       SET 系列没完了 TO TRUE.
       PERFORM UNTIL 系列完了
       READ 定期预定 NEXT RECORD
       AT END SET 系列完了 TO TRUE
       NOT AT END
       IF 定期有效
       THEN PERFORM 生成单个系列
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 定期预定.
       PERFORM 写生成例外段.
       MOVE SPACE TO 生成清单行.
       STRING "已生成预定:" DELIMITED BY SIZE
              已生成数 DELIMITED BY SIZE
              " 未能预定:" DELIMITED BY SIZE
              未生成数 DELIMITED BY SIZE
         INTO 生成清单行.
       WRITE 生成清单行.
       DISPLAY 生成清单行.
       CLOSE 生成清单.
       DISPLAY "清单已写入定期预定生成.txt".
       MOVE "定期预定" TO 归档报表名暂存.
       MOVE "定期预定生成.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 生成营业日 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...定期预定生成完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       生成单个系列.
       MOVE 定期提前天数 TO 提前天数暂存.
       IF 提前天数暂存 = 0
       THEN MOVE 7 TO 提前天数暂存
       END-IF.
       CALL "日期加减" USING 生成营业日 提前天数暂存
           展望止日.
       IF 展望止日 > 定期止
       THEN MOVE 定期止 TO 展望止日
       END-IF.
       CALL "日期加减" USING 生成营业日 一天 系列起日.
       IF 定期起 > 系列起日
       THEN MOVE 定期起 TO 系列起日
       END-IF.
       IF 定期已生成至 >= 系列起日
       THEN CALL "日期加减" USING 定期已生成至 一天
                系列起日
       END-IF.
       MOVE 系列起日 TO 候选日期.
       PERFORM UNTIL 候选日期 > 展望止日
       PERFORM 判断候选日期
       IF 候选适用
       THEN PERFORM 生成单次预定
       END-IF
       CALL "日期加减" USING 候选日期 一天 次候选日
       MOVE 次候选日 TO 候选日期
       END-PERFORM.
       IF 展望止日 > 定期已生成至
       THEN MOVE 展望止日 TO 定期已生成至
       END-IF.
       IF 定期已生成至 >= 定期止
       THEN SET 定期已完成 TO TRUE
       END-IF.
       REWRITE 定期预定记录.

       判断候选日期.
       SET 候选不适用 TO TRUE.
       IF 定期每周一至五
       THEN CALL "日期工具" USING 基准周一 候选日期
                日期差结果
            DIVIDE 日期差结果 BY 7 GIVING 星期商
                REMAINDER 星期余数
            IF 星期余数 = 0
            THEN SET 候选适用 TO TRUE
                 MOVE 4 TO 租期加天数
            END-IF
       ELSE IF 候选日份 = 1
            THEN SET 候选适用 TO TRUE
                 MOVE 6 TO 租期加天数
            END-IF
       END-IF.
       IF 候选适用
       THEN CALL "日期加减" USING 候选日期 租期加天数
                候选还车日
       END-IF.

       生成单次预定.
       OPEN I-O 定期明细.
       MOVE 定期编号 TO 明细定期编号.
       MOVE 候选日期 TO 明细取车日期.
       READ 定期明细 KEY IS 明细主键
       INVALID KEY PERFORM 核查单次可订
                   IF 本次可订
                   THEN PERFORM 建立定期预定
                   ELSE PERFORM 记录未能预定
                   END-IF
       END-READ.
       CLOSE 定期明细.

       核查单次可订.
       SET 本次可订 TO TRUE.
       MOVE SPACE TO 不可订原因.
       PERFORM 读取系列顾客.
       IF 本次可订
       THEN PERFORM 核查系列合同
       END-IF.
       IF 本次可订
       THEN PERFORM 检查禁订期间
       END-IF.
       IF 本次可订
       THEN PERFORM 检查每日预定容量
       END-IF.
       IF 本次可订
       THEN MOVE 定期类别代码 TO 容量类别参数
            MOVE 0 TO RETURN-CODE
            CALL "车类容量" USING 容量类别参数 候选日期
                候选还车日 容量车辆参数 容量占用参数
                容量租金参数
            IF RETURN-CODE NOT = 0
            THEN MOVE "车类容量" TO 出错子程序
                 PERFORM 子程序出错
            END-IF
            IF 容量占用参数 >= 容量车辆参数
            THEN SET 本次不可订 TO TRUE
                 MOVE "该车类同期已订满" TO 不可订原因
            END-IF
       END-IF.

       读取系列顾客.
       OPEN INPUT 顾客.
       MOVE 定期客户号 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY SET 本次不可订 TO TRUE
                   MOVE "顾客档案不存在" TO 不可订原因
       NOT INVALID KEY
       IF 信用冻结中
       THEN SET 本次不可订 TO TRUE
            MOVE "顾客信用冻结" TO 不可订原因
       ELSE MOVE 顾客档案姓名 TO 系列客户姓名
            MOVE 顾客档案电话 TO 系列客户电话
            MOVE 0 TO 系列折扣
            IF 是企业客户
            THEN MOVE 协议折扣 TO 系列折扣
            END-IF
       END-IF
       END-READ.
       CLOSE 顾客.

       核查系列合同.
       MOVE 定期客户号 TO 合同客户暂存.
       MOVE 定期类别代码 TO 合同类别暂存.
       MOVE 0 TO RETURN-CODE.
       CALL "合同核查" USING 合同客户暂存 合同类别暂存
           候选日期 候选还车日 合同结果暂存.
       IF RETURN-CODE NOT = 0
       THEN MOVE "合同核查" TO 出错子程序
            PERFORM 子程序出错
       END-IF.
       EVALUATE 合同结果暂存
       WHEN 2
            MOVE 0 TO 系列折扣
       WHEN 3
            SET 本次不可订 TO TRUE
            MOVE "合同不许可该车类" TO 不可订原因
       WHEN 4
            SET 本次不可订 TO TRUE
            MOVE "超过合同最长租期" TO 不可订原因
       WHEN OTHER
            CONTINUE
       END-EVALUATE.

       检查禁订期间.
       MOVE 1 TO 黑名单编号.
       MOVE 0 TO 黑名单起始1 黑名单截止1
                 黑名单起始2 黑名单截止2
                 黑名单起始3 黑名单截止3.
       OPEN INPUT 黑名单.
       READ 黑名单 KEY IS 黑名单编号
       INVALID KEY CONTINUE
       END-READ.
       CLOSE 黑名单.
       IF (黑名单起始1 > 0) AND
          NOT((黑名单截止1 < 候选日期)
              OR (黑名单起始1 > 候选还车日))
       THEN SET 本次不可订 TO TRUE.
       IF (黑名单起始2 > 0) AND
          NOT((黑名单截止2 < 候选日期)
              OR (黑名单起始2 > 候选还车日))
       THEN SET 本次不可订 TO TRUE.
       IF (黑名单起始3 > 0) AND
          NOT((黑名单截止3 < 候选日期)
              OR (黑名单起始3 > 候选还车日))
       THEN SET 本次不可订 TO TRUE.
       IF 本次不可订
       THEN MOVE "落在停用黑名单期" TO 不可订原因
       END-IF.

       检查每日预定容量.
       MOVE 0 TO 车辆总数.
       OPEN INPUT 小车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 小车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END ADD 1 TO 车辆总数
       END-READ
       END-PERFORM.
       CLOSE 小车.
       OPEN INPUT 中车.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 中车 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END ADD 1 TO 车辆总数
       END-READ
       END-PERFORM.
       CLOSE 中车.
       OPEN INPUT 大.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 大 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END ADD 1 TO 车辆总数
       END-READ
       END-PERFORM.
       CLOSE 大.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END ADD 1 TO 车辆总数
       END-READ
       END-PERFORM.
       CLOSE 贵.
       MOVE 0 TO 当日预定数.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 预定起 TO 占用起暂存
       MOVE 归还止 TO 占用止暂存
       IF NOT((候选还车日 < 占用起暂存)
              OR (候选日期 > 占用止暂存))
       THEN ADD 1 TO 当日预定数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.
       MOVE 0 TO 超订额度合计.
       OPEN INPUT 超订额度.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 超订额度 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 超订类别 = 定期类别代码
       THEN ADD 允许超订数 TO 超订额度合计
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 超订额度.
       IF 当日预定数 >= 车辆总数 + 超订额度合计
       THEN SET 本次不可订 TO TRUE
            MOVE "当日预定容量已满" TO 不可订原因
       END-IF.

       建立定期预定.
       OPEN I-O 预定.
       MOVE 0 TO 最大预定序号.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预定客户号 = 定期客户号
          AND 预定序号 > 最大预定序号
       THEN MOVE 预定序号 TO 最大预定序号
       END-IF
       END-READ
       END-PERFORM.
       MOVE 定期客户号 TO 预定客户号.
       COMPUTE 预定序号 = 最大预定序号 + 1.
       MOVE 系列客户姓名 TO 预定客户姓名.
       MOVE 系列客户电话 TO 预定客户号码.
       EVALUATE 定期类别代码
       WHEN 1 MOVE "С��" TO 预定类别1
       WHEN 2 MOVE "�г�" TO 预定类别1
       WHEN 3 MOVE "��" TO 预定类别1
       WHEN OTHER MOVE "��" TO 预定类别1
       END-EVALUATE.
       MOVE 0 TO 预定类别2.
       MOVE SPACE TO 预定车牌照.
       MOVE SPACE TO 预定厂家1.
       MOVE SPACE TO 预定厂家2.
       MOVE 0 TO 预定厂家3.
       MOVE 容量租金参数 TO 预定日租金.
       MOVE 候选日期 TO 预定起.
       MOVE 候选还车日 TO 归还止.
       MOVE 4 TO 取车油量.
       MOVE 0 TO 押金.
       MOVE 定期分店 TO 预定分店.
       SET 未选儿童座椅 TO TRUE.
       SET 未选GPS导航 TO TRUE.
       SET 未选租车保险 TO TRUE.
       SET 尚未取车 TO TRUE.
       MOVE 候选日期 TO 报价起参数.
       MOVE 候选还车日 TO 报价止参数.
       MOVE 容量租金参数 TO 报价租金参数.
       MOVE 0 TO 报价儿童参数 报价GPS参数 报价保险参数.
       MOVE 系列折扣 TO 报价折扣参数.
       CALL "报价计算" USING 报价起参数 报价止参数
           报价租金参数 报价儿童参数 报价GPS参数
           报价保险参数 报价折扣参数 报价结果参数.
       MOVE 报价结果参数 TO 报价金额.
       MOVE 0 TO 团体编号.
       MOVE 0 TO 取车时刻 归还时刻.
       MOVE SPACE TO 促销码.
       MOVE 0 TO 已结算至.
       MOVE "确认" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 新确认号.
       MOVE 新确认号 TO 确认号.
       WRITE 预定记录
       INVALID KEY COMPUTE 预定序号 = 预定序号 + 1
                   WRITE 预定记录
       END-WRITE.
       MOVE "预定" TO 日志文件暂存.
       MOVE "写入" TO 日志动作暂存.
       MOVE 预定主键 TO 日志键暂存.
       MOVE 预定记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       CLOSE 预定.
       MOVE "预定" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 预定主键 TO 审计操作键.
       PERFORM 写审计记录.
       OPEN I-O 车类预定.
       MOVE 新确认号 TO 车类确认号.
       MOVE 定期客户号 TO 车类客户号.
       MOVE 预定序号 TO 车类预定序号.
       MOVE 定期类别代码 TO 车类代码.
       MOVE 定期分店 TO 车类取车分店.
       MOVE 候选日期 TO 车类取车日期.
       MOVE 候选还车日 TO 车类还车日期.
       SET 车类待分配 TO TRUE.
       MOVE SPACE TO 车类分配车牌.
       MOVE 0 TO 车类分配日期.
       WRITE 车类预定记录.
       CLOSE 车类预定.
       MOVE 候选还车日 TO 明细还车日期.
       MOVE 定期客户号 TO 明细客户号.
       MOVE 预定序号 TO 明细预定序号.
       MOVE 新确认号 TO 明细确认号.
       SET 明细已预定 TO TRUE.
       MOVE SPACE TO 明细原因.
       MOVE 生成营业日 TO 明细生成日期.
       WRITE 定期明细记录.
       ADD 1 TO 定期生成数.
       ADD 1 TO 已生成数.
       MOVE SPACE TO 生成清单行.
       STRING "系列:" DELIMITED BY SIZE
              定期编号 DELIMITED BY SIZE
              " 客户:" DELIMITED BY SIZE
              定期客户号 DELIMITED BY SIZE
              " 取车日:" DELIMITED BY SIZE
              候选日期 DELIMITED BY SIZE
              " 还车日:" DELIMITED BY SIZE
              候选还车日 DELIMITED BY SIZE
              " 确认号:" DELIMITED BY SIZE
              新确认号 DELIMITED BY SIZE
         INTO 生成清单行.
       WRITE 生成清单行.
       DISPLAY 生成清单行.

       记录未能预定.
       MOVE 候选还车日 TO 明细还车日期.
       MOVE 定期客户号 TO 明细客户号.
       MOVE 0 TO 明细预定序号 明细确认号.
       SET 明细未能预定 TO TRUE.
       MOVE 不可订原因 TO 明细原因.
       MOVE 生成营业日 TO 明细生成日期.
       WRITE 定期明细记录.
       ADD 1 TO 定期失败数.
       ADD 1 TO 未生成数.
       IF 例外总数 < 100
       THEN ADD 1 TO 例外总数
            MOVE 定期编号 TO 例外定期编号(例外总数)
            MOVE 定期客户号 TO 例外客户号(例外总数)
            MOVE 候选日期 TO 例外取车日(例外总数)
            MOVE 不可订原因 TO 例外原因(例外总数)
       END-IF.
       MOVE "定期" TO 审计操作文件.
       MOVE "未订" TO 审计操作类型.
       MOVE 定期编号 TO 审计操作键.
       PERFORM 写审计记录.

       写生成例外段.
       MOVE SPACE TO 生成清单行.
       MOVE "----未能预定例外清单----" TO 生成清单行.
       WRITE 生成清单行.
       DISPLAY 生成清单行.
       MOVE 1 TO 例外下标.
       PERFORM UNTIL 例外下标 > 例外总数
       MOVE SPACE TO 生成清单行
       STRING "系列:" DELIMITED BY SIZE
              例外定期编号(例外下标) DELIMITED BY SIZE
              " 客户:" DELIMITED BY SIZE
              例外客户号(例外下标) DELIMITED BY SIZE
              " 取车日:" DELIMITED BY SIZE
              例外取车日(例外下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              例外原因(例外下标) DELIMITED BY SIZE
         INTO 生成清单行
       WRITE 生成清单行
       DISPLAY 生成清单行
       COMPUTE 例外下标 = 例外下标 + 1
       END-PERFORM.

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
       MOVE 批处理操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.

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

       子程序出错.
       DISPLAY "调用子程序出错:" NO ADVANCING.
       DISPLAY 出错子程序 NO ADVANCING.
       DISPLAY " 返回码:" NO ADVANCING.
       DISPLAY RETURN-CODE.
       DISPLAY "本步骤中止.".
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
