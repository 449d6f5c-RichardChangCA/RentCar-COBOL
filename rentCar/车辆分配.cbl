       IDENTIFICATION DIVISION.
       PROGRAM-ID.车辆分配.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车类预定 ASSIGN TO "车类预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车类确认号
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

        SELECT 分配清单 ASSIGN TO "车辆分配清单.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
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
       FD 分配清单.
       01 分配清单行 PIC X(100).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).
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
       77 分配日期 PIC 9(8).
       77 次日日期 PIC 9(8).
       77 一天 PIC 9(4) VALUE 1.
       77 已分配数 PIC 9(4).
       77 需调拨数 PIC 9(4).
       77 例外下标 PIC 9(3).
       77 例外总数 PIC 9(3).
       01 分配例外表.
        05 分配例外项 OCCURS 100 TIMES.
         10 例外确认号 PIC 9(6).
         10 例外客户号 PIC 9(6).
         10 例外分店 PIC 9(2).
         10 例外取车日 PIC 9(8).
         10 例外原因 PIC X(24).
       01 待配预定.
        05 待配客户号 PIC 9(6).
        05 待配序号 PIC 9(4).
        05 待配起 PIC 9(8).
        05 待配止 PIC 9(8).
        05 待配分店 PIC 9(2).
       77 本车号 PIC 9(2).
       77 本车牌 PIC BX(6).
       77 本车分店 PIC 9(2).
       77 本车公里 PIC 9(6).
       77 本车保养点 PIC 9(6).
       77 本车等级 PIC 9.
       77 选中车号 PIC 9(2).
       77 选中车牌 PIC X(7).
       77 选中公里 PIC 9(6).
       77 选中分店 PIC 9(2).
       77 选中等级 PIC 9.
       77 占用起暂存 PIC 9(8).
       77 占用止暂存 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 内扫描是否完了 PIC 9.
        88 内扫描完了 VALUE 1.
        88 内扫描未完 VALUE 0.
       01 车辆扫描是否完了 PIC 9.
        88 车辆扫描完了 VALUE 1.
        88 车辆扫描未完 VALUE 0.
       01 待配状态 PIC 9.
        88 待配有效 VALUE 1.
        88 待配已有车 VALUE 2.
        88 待配缺失 VALUE 0.
       01 是否空闲 PIC 9.
        88 空闲 VALUE 1.
        88 被占用 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "车辆分配".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       车类预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车类预定.
       车类预定文件出错处理.
       MOVE "车类预定" TO 异常文件名.
       MOVE 车类确认号 TO 异常记录键.
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
       分配清单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 分配清单.
       分配清单文件出错处理.
       MOVE "分配清单" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       审计文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 审计.
       审计文件出错处理.
       MOVE "审计" TO 异常文件名.
       MOVE 审计编号 TO 异常记录键.
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
       DISPLAY "======== 车类预定次日车辆分配 ========".
       CALL "营业日" USING 分配日期.
       CALL "日期加减" USING 分配日期 一天 次日日期.
       MOVE 0 TO 已分配数 需调拨数 例外总数.
       OPEN OUTPUT 分配清单.
       MOVE SPACE TO 分配清单行.
       STRING "----车类预定车辆分配清单----取车日期:"
                  DELIMITED BY SIZE
              次日日期 DELIMITED BY SIZE
         INTO 分配清单行.
       WRITE 分配清单行.
       DISPLAY 分配清单行.
       OPEN I-O 车类预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车类预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF NOT 车类已分配
       THEN PERFORM 分配车类预定 THRU 分配车类预定-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车类预定.
       PERFORM 写分配例外段.
       MOVE SPACE TO 分配清单行.
       STRING "已分配:" DELIMITED BY SIZE
              已分配数 DELIMITED BY SIZE
              " 其中需调拨:" DELIMITED BY SIZE
              需调拨数 DELIMITED BY SIZE
              " 未能分配:" DELIMITED BY SIZE
              例外总数 DELIMITED BY SIZE
         INTO 分配清单行.
       WRITE 分配清单行.
       DISPLAY 分配清单行.
       CLOSE 分配清单.
       DISPLAY "清单已写入车辆分配清单.txt".
       MOVE "车辆分配" TO 归档报表名暂存.
       MOVE "车辆分配清单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 次日日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...车辆分配完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       分配车类预定.
       PERFORM 读取待配预定.
       IF 待配缺失
       THEN DELETE 车类预定 RECORD
            GO TO 分配车类预定-EXIT
       END-IF.
       IF 待配已有车
       THEN SET 车类已分配 TO TRUE
            MOVE 分配日期 TO 车类分配日期
            REWRITE 车类预定记录
            GO TO 分配车类预定-EXIT
       END-IF.
       IF 待配起 > 次日日期
       THEN GO TO 分配车类预定-EXIT
       END-IF.
       MOVE 待配起 TO 车类取车日期.
       MOVE 待配止 TO 车类还车日期.
       MOVE 待配分店 TO 车类取车分店.
       MOVE 0 TO 选中车号.
       MOVE 9 TO 选中等级.
       EVALUATE TRUE
       WHEN 车类小车 PERFORM 挑选小车
       WHEN 车类中车 PERFORM 挑选中车
       WHEN 车类大车 PERFORM 挑选大车
       WHEN OTHER PERFORM 挑选贵车
       END-EVALUATE.
       IF 选中车号 = 0
       THEN SET 车类无车可配 TO TRUE
            REWRITE 车类预定记录
            PERFORM 登记分配例外
            GO TO 分配车类预定-EXIT
       END-IF.
       PERFORM 写入分配车辆.
       SET 车类已分配 TO TRUE.
       MOVE 分配日期 TO 车类分配日期.
       REWRITE 车类预定记录.
       COMPUTE 已分配数 = 已分配数 + 1.
       MOVE SPACE TO 分配清单行.
       STRING "确认号:" DELIMITED BY SIZE
              车类确认号 DELIMITED BY SIZE
              " 客户:" DELIMITED BY SIZE
              车类客户号 DELIMITED BY SIZE
              " 取车分店:" DELIMITED BY SIZE
              待配分店 DELIMITED BY SIZE
              " 车牌:" DELIMITED BY SIZE
              车类分配车牌 DELIMITED BY SIZE
              " 里程:" DELIMITED BY SIZE
              选中公里 DELIMITED BY SIZE
         INTO 分配清单行.
       WRITE 分配清单行.
       DISPLAY 分配清单行.
       IF 选中分店 NOT = 待配分店
       THEN COMPUTE 需调拨数 = 需调拨数 + 1
            MOVE SPACE TO 分配清单行
            STRING "     该车现在" DELIMITED BY SIZE
                   选中分店 DELIMITED BY SIZE
                   "号分店,须于取车前调拨到店"
                       DELIMITED BY SIZE
              INTO 分配清单行
            WRITE 分配清单行
            DISPLAY 分配清单行
       END-IF.
       IF 选中等级 = 1 OR 选中等级 = 3
       THEN MOVE "     该车保养已到期,交车前请先保养"
              TO 分配清单行
            WRITE 分配清单行
            DISPLAY 分配清单行
       END-IF.
       分配车类预定-EXIT.
       EXIT.

       读取待配预定.
       SET 待配缺失 TO TRUE.
       OPEN INPUT 预定.
       MOVE 车类客户号 TO 预定客户号.
       MOVE 车类预定序号 TO 预定序号.
       READ 预定 KEY IS 预定主键
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 尚未取车 AND 预定车牌照 = SPACE
       THEN SET 待配有效 TO TRUE
            MOVE 预定客户号 TO 待配客户号
            MOVE 预定序号 TO 待配序号
            MOVE 预定起 TO 待配起
            MOVE 归还止 TO 待配止
            MOVE 预定分店 TO 待配分店
       ELSE SET 待配已有车 TO TRUE
            MOVE 预定车牌照(2:6) TO 车类分配车牌
       END-IF
       END-READ.
       CLOSE 预定.

       评定候选车辆.
       MOVE 0 TO 本车等级.
       IF 本车分店 NOT = 待配分店
       THEN MOVE 2 TO 本车等级
       END-IF.
       IF 本车保养点 > 0 AND 本车公里 >= 本车保养点
       THEN COMPUTE 本车等级 = 本车等级 + 1
       END-IF.
       IF 本车等级 > 选中等级
       THEN GO TO 评定候选车辆-EXIT
       END-IF.
       IF 本车等级 = 选中等级 AND 本车公里 >= 选中公里
       THEN GO TO 评定候选车辆-EXIT
       END-IF.
       PERFORM 核查车辆空闲.
       IF 被占用
       THEN GO TO 评定候选车辆-EXIT
       END-IF.
       MOVE 本车号 TO 选中车号.
       MOVE 本车牌 TO 选中车牌.
       MOVE 本车分店 TO 选中分店.
       MOVE 本车公里 TO 选中公里.
       MOVE 本车等级 TO 选中等级.
       评定候选车辆-EXIT.
       EXIT.

       核查车辆空闲.
       SET 空闲 TO TRUE.
       OPEN INPUT 预定.
       MOVE 本车牌 TO 预定车牌照(1:7).
       START 预定 KEY IS = 预定车牌照
       INVALID KEY SET 内扫描完了 TO TRUE
       NOT INVALID KEY SET 内扫描未完 TO TRUE
       END-START.
       PERFORM UNTIL 内扫描完了
       READ 预定 NEXT RECORD
       AT END SET 内扫描完了 TO TRUE
       NOT AT END
       IF 预定车牌照 NOT = 本车牌
       THEN SET 内扫描完了 TO TRUE
       ELSE MOVE 预定起 TO 占用起暂存
            MOVE 归还止 TO 占用止暂存
            IF (占用止暂存 < 待配起) OR (占用起暂存 >
                待配止)
            THEN CONTINUE
            ELSE SET 被占用 TO TRUE
                 SET 内扫描完了 TO TRUE
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.

       挑选小车.
       OPEN INPUT 小车.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了
       READ 小车 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用1 AND NOT 车辆在途1
       THEN MOVE 小车号 TO 本车号
            MOVE 小车车牌照 TO 本车牌
            MOVE 小车分店 TO 本车分店
            MOVE 小车公里数3 TO 本车公里
            MOVE 小车保养里程 TO 本车保养点
            PERFORM 评定候选车辆 THRU 评定候选车辆-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.

       挑选中车.
       OPEN INPUT 中车.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了
       READ 中车 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用2 AND NOT 车辆在途2
       THEN MOVE 中车号 TO 本车号
            MOVE 中车车牌照 TO 本车牌
            MOVE 中车分店 TO 本车分店
            MOVE 中车公里数3 TO 本车公里
            MOVE 中车保养里程 TO 本车保养点
            PERFORM 评定候选车辆 THRU 评定候选车辆-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.

       挑选大车.
       OPEN INPUT 大.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了
       READ 大 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用3 AND NOT 车辆在途3
       THEN MOVE 大车号 TO 本车号
            MOVE 大车车牌照 TO 本车牌
            MOVE 大车分店 TO 本车分店
            MOVE 大车公里数 TO 本车公里
            MOVE 大车保养里程 TO 本车保养点
            PERFORM 评定候选车辆 THRU 评定候选车辆-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.

       挑选贵车.
       OPEN INPUT 贵.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了
       READ 贵 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF NOT 车辆停用4 AND NOT 车辆在途4
       THEN MOVE 贵车号 TO 本车号
            MOVE 贵车车牌照 TO 本车牌
            MOVE 贵车分店 TO 本车分店
            MOVE 贵车公里数 TO 本车公里
            MOVE 贵车保养里程 TO 本车保养点
            PERFORM 评定候选车辆 THRU 评定候选车辆-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.

       写入分配车辆.
       OPEN I-O 预定.
       MOVE 待配客户号 TO 预定客户号.
       MOVE 待配序号 TO 预定序号.
       READ 预定 KEY IS 预定主键.
       MOVE 选中车号 TO 预定类别2.
       EVALUATE TRUE
       WHEN 车类小车 PERFORM 配定小车
       WHEN 车类中车 PERFORM 配定中车
       WHEN 车类大车 PERFORM 配定大车
       WHEN OTHER PERFORM 配定贵车
       END-EVALUATE.
       REWRITE 预定记录.
       CLOSE 预定.
       MOVE "预定" TO 审计操作文件.
       MOVE "分配" TO 审计操作类型.
       MOVE 待配预定(1:10) TO 审计操作键.
       PERFORM 写审计记录.

       配定小车.
       OPEN I-O 小车.
       MOVE 选中车号 TO 小车号.
       READ 小车 KEY IS 小车号.
       MOVE 小车车牌照 TO 预定车牌照.
       MOVE 小车车牌照(2:6) TO 车类分配车牌.
       MOVE 小车车厂家1 TO 预定厂家1.
       MOVE 小车车型号2 TO 预定厂家2.
       MOVE 小车公里数3 TO 预定厂家3.
       IF 车辆可用1
       THEN SET 车辆已预定1 TO TRUE
            REWRITE 小车记录
       END-IF.
       CLOSE 小车.

       配定中车.
       OPEN I-O 中车.
       MOVE 选中车号 TO 中车号.
       READ 中车 KEY IS 中车号.
       MOVE 中车车牌照 TO 预定车牌照.
       MOVE 中车车牌照(2:6) TO 车类分配车牌.
       MOVE 中车车厂家1 TO 预定厂家1.
       MOVE 中车车型号2 TO 预定厂家2.
       MOVE 中车公里数3 TO 预定厂家3.
       IF 车辆可用2
       THEN SET 车辆已预定2 TO TRUE
            REWRITE 中车记录
       END-IF.
       CLOSE 中车.

       配定大车.
       OPEN I-O 大.
       MOVE 选中车号 TO 大车号.
       READ 大 KEY IS 大车号.
       MOVE 大车车牌照 TO 预定车牌照.
       MOVE 大车车牌照(2:6) TO 车类分配车牌.
       MOVE 大车车厂 TO 预定厂家1.
       MOVE 大车车型号 TO 预定厂家2.
       MOVE 大车公里数 TO 预定厂家3.
       IF 车辆可用3
       THEN SET 车辆已预定3 TO TRUE
            REWRITE 大车记录
       END-IF.
       CLOSE 大.

       配定贵车.
       OPEN I-O 贵.
       MOVE 选中车号 TO 贵车号.
       READ 贵 KEY IS 贵车号.
       MOVE 贵车车牌照 TO 预定车牌照.
       MOVE 贵车车牌照(2:6) TO 车类分配车牌.
       MOVE 贵车车厂 TO 预定厂家1.
       MOVE 贵车车型号 TO 预定厂家2.
       MOVE 贵车公里数 TO 预定厂家3.
       IF 车辆可用4
       THEN SET 车辆已预定4 TO TRUE
            REWRITE 贵车记录
       END-IF.
       CLOSE 贵.

       登记分配例外.
       IF 例外总数 < 100
       THEN COMPUTE 例外总数 = 例外总数 + 1
            MOVE 车类确认号 TO 例外确认号(例外总数)
            MOVE 车类客户号 TO 例外客户号(例外总数)
            MOVE 待配分店 TO 例外分店(例外总数)
            MOVE 待配起 TO 例外取车日(例外总数)
            MOVE "本类车辆均已占用或停用" TO
                例外原因(例外总数)
       END-IF.

       写分配例外段.
       MOVE "----未能分配车辆例外清单----" TO 分配清单行.
       WRITE 分配清单行.
       DISPLAY 分配清单行.
       MOVE 1 TO 例外下标.
       PERFORM UNTIL 例外下标 > 例外总数
       MOVE SPACE TO 分配清单行
       STRING "确认号:" DELIMITED BY SIZE
              例外确认号(例外下标) DELIMITED BY SIZE
              " 客户:" DELIMITED BY SIZE
              例外客户号(例外下标) DELIMITED BY SIZE
              " 分店:" DELIMITED BY SIZE
              例外分店(例外下标) DELIMITED BY SIZE
              " 取车日:" DELIMITED BY SIZE
              例外取车日(例外下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              例外原因(例外下标) DELIMITED BY SIZE
         INTO 分配清单行
       WRITE 分配清单行
       DISPLAY 分配清单行
       COMPUTE 例外下标 = 例外下标 + 1
       END-PERFORM.

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
