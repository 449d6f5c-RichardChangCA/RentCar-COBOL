       IDENTIFICATION DIVISION.
       PROGRAM-ID.改配预定.
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

        SELECT OPTIONAL 车类预定 ASSIGN TO "车类预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车类确认号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 改配待办 ASSIGN TO "改配待办.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 改配编号
        FILE STATUS IS 文件状态码.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号
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
         88 主档可用 VALUE 1.
         88 主档已预定 VALUE 2.
         88 主档已租出 VALUE 3.
         88 主档停用 VALUE 4.
         88 主档在途 VALUE 5.
         88 主档待整备 VALUE 6.
        05 主档分店 PIC 9(2).
        05 主档保养里程 PIC 9(6).
        05 主档购置日期 PIC 9(8).
        05 主档购置成本 PIC 9(7).
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
       FD 改配待办.
       01 改配待办记录.
        05 改配编号 PIC 9(6).
        05 改配确认号 PIC 9(6).
        05 改配客户号 PIC 9(6).
        05 改配预定序号 PIC 9(4).
        05 改配客户姓名 PIC X(10).
        05 改配类别 PIC 9(2).
        05 改配原车牌 PIC X(7).
        05 改配分店 PIC 9(2).
        05 改配起 PIC 9(8).
        05 改配止 PIC 9(8).
        05 改配原因 PIC X(8).
        05 改配登记日期 PIC 9(8).
        05 改配经办 PIC X(6).
        05 改配处理状态 PIC 9.
         88 改配未处理 VALUE 0.
         88 改配已处理 VALUE 1.
        05 改配处理人 PIC X(6).
        05 改配处理日期 PIC 9(8).
        05 改配通知状态 PIC 9.
         88 改配未通知 VALUE 0.
         88 改配已通知 VALUE 1.
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
       77 改配日期 PIC 9(8).
       77 停运车牌 PIC BX(6).
       77 受影响下标 PIC 9(3).
       77 受影响总数 PIC 9(3).
       01 受影响预定表.
        05 受影响项 OCCURS 50 TIMES.
         10 受影响客户号 PIC 9(6).
         10 受影响序号 PIC 9(4).
       01 待改预定.
        05 待改客户号 PIC 9(6).
        05 待改序号 PIC 9(4).
        05 待改起 PIC 9(8).
        05 待改止 PIC 9(8).
        05 待改分店 PIC 9(2).
        05 待改确认号 PIC 9(6).
        05 待改姓名 PIC X(10).
       77 本车号 PIC 9(2).
       77 本车牌 PIC BX(6).
       77 本车分店 PIC 9(2).
       77 本车公里 PIC 9(6).
       77 选中车号 PIC 9(2).
       77 选中公里 PIC 9(6).
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
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       01 是否空闲 PIC 9.
        88 空闲 VALUE 1.
        88 被占用 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "改配预定".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       LINKAGE SECTION.
       77 改配类别参数 PIC 9(2).
       77 改配车号参数 PIC 9(2).
       77 改配原因参数 PIC X(8).
       77 改配操作员参数 PIC X(6).
       77 改配成功参数 PIC 9(3).
       77 改配待办参数 PIC 9(3).

       PROCEDURE DIVISION USING 改配类别参数 改配车号参数
           改配原因参数 改配操作员参数
           改配成功参数 改配待办参数.
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
       车类预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车类预定.
       车类预定文件出错处理.
       MOVE "车类预定" TO 异常文件名.
       MOVE 车类确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       改配待办文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 改配待办.
       改配待办文件出错处理.
       MOVE "改配待办" TO 异常文件名.
       MOVE 改配编号 TO 异常记录键.
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
       MOVE 0 TO 改配成功参数 改配待办参数 受影响总数.
       CALL "营业日" USING 改配日期.
       SET 没找到 TO TRUE.
       EVALUATE 改配类别参数
       WHEN 1 PERFORM 读取停运小车
       WHEN 2 PERFORM 读取停运中车
       WHEN 3 PERFORM 读取停运大车
       WHEN 4 PERFORM 读取停运贵车
       WHEN OTHER PERFORM 读取停运主档车
       END-EVALUATE.
       IF 没找到 OR 停运车牌 = SPACE
       THEN EXIT PROGRAM
       END-IF.
       PERFORM 收集受影响预定.
       MOVE 1 TO 受影响下标.
       PERFORM UNTIL 受影响下标 > 受影响总数
       PERFORM 改配单笔预定
       COMPUTE 受影响下标 = 受影响下标 + 1
       END-PERFORM.
       IF 受影响总数 > 0
       THEN DISPLAY "该车后续预定已改配:" NO ADVANCING
            DISPLAY 改配成功参数 NO ADVANCING
            DISPLAY " 笔,转入改配待办:" NO ADVANCING
            DISPLAY 改配待办参数 NO ADVANCING
            DISPLAY " 笔"
       END-IF.
       EXIT PROGRAM.

       读取停运小车.
       OPEN INPUT 小车.
       MOVE 改配车号参数 TO 小车号.
       READ 小车 KEY IS 小车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 小车车牌照 TO 停运车牌
       SET 找到 TO TRUE
       END-READ.
       CLOSE 小车.

       读取停运中车.
       OPEN INPUT 中车.
       MOVE 改配车号参数 TO 中车号.
       READ 中车 KEY IS 中车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 中车车牌照 TO 停运车牌
       SET 找到 TO TRUE
       END-READ.
       CLOSE 中车.

       读取停运大车.
       OPEN INPUT 大.
       MOVE 改配车号参数 TO 大车号.
       READ 大 KEY IS 大车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 大车车牌照 TO 停运车牌
       SET 找到 TO TRUE
       END-READ.
       CLOSE 大.

       读取停运贵车.
       OPEN INPUT 贵.
       MOVE 改配车号参数 TO 贵车号.
       READ 贵 KEY IS 贵车号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 贵车车牌照 TO 停运车牌
       SET 找到 TO TRUE
       END-READ.
       CLOSE 贵.

       读取停运主档车.
       OPEN INPUT 车辆主档.
       MOVE 改配类别参数 TO 主档类别代码.
       MOVE 改配车号参数 TO 主档车辆号.
       READ 车辆主档 KEY IS 主档主键
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 主档车牌照 TO 停运车牌
       SET 找到 TO TRUE
       END-READ.
       CLOSE 车辆主档.

       收集受影响预定.
       OPEN INPUT 预定.
       MOVE 停运车牌 TO 预定车牌照(1:7).
       START 预定 KEY IS = 预定车牌照
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预定车牌照 NOT = 停运车牌
       THEN SET 完了 TO TRUE
       ELSE MOVE 预定起 TO 占用起暂存
            IF 尚未取车 AND 占用起暂存 >= 改配日期
               AND 受影响总数 < 50
            THEN COMPUTE 受影响总数 = 受影响总数 + 1
                 MOVE 预定客户号
                   TO 受影响客户号(受影响总数)
                 MOVE 预定序号 TO 受影响序号(受影响总数)
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.

       改配单笔预定.
       OPEN INPUT 预定.
       MOVE 受影响客户号(受影响下标) TO 预定客户号.
       MOVE 受影响序号(受影响下标) TO 预定序号.
       READ 预定 KEY IS 预定主键.
       MOVE 预定客户号 TO 待改客户号.
       MOVE 预定序号 TO 待改序号.
       MOVE 预定起 TO 待改起.
       MOVE 归还止 TO 待改止.
       MOVE 预定分店 TO 待改分店.
       MOVE 确认号 TO 待改确认号.
       MOVE 预定客户姓名 TO 待改姓名.
       CLOSE 预定.
       MOVE 0 TO 选中车号.
       MOVE 999999 TO 选中公里.
       EVALUATE 改配类别参数
       WHEN 1 PERFORM 挑选小车
       WHEN 2 PERFORM 挑选中车
       WHEN 3 PERFORM 挑选大车
       WHEN 4 PERFORM 挑选贵车
       WHEN OTHER PERFORM 挑选主档车
       END-EVALUATE.
       IF 选中车号 = 0
       THEN PERFORM 登记改配待办 THRU 登记改配待办-EXIT
            COMPUTE 改配待办参数 = 改配待办参数 + 1
       ELSE PERFORM 写入改配车辆
            COMPUTE 改配成功参数 = 改配成功参数 + 1
       END-IF.

       评定候选车辆.
       IF 本车号 = 改配车号参数
          OR 本车分店 NOT = 待改分店
       THEN GO TO 评定候选车辆-EXIT
       END-IF.
       IF 本车公里 >= 选中公里
       THEN GO TO 评定候选车辆-EXIT
       END-IF.
       PERFORM 核查车辆空闲.
       IF 被占用
       THEN GO TO 评定候选车辆-EXIT
       END-IF.
       MOVE 本车号 TO 选中车号.
       MOVE 本车公里 TO 选中公里.
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
            IF (占用止暂存 < 待改起)
               OR (占用起暂存 > 待改止)
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
            PERFORM 评定候选车辆 THRU 评定候选车辆-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.

       挑选主档车.
       OPEN INPUT 车辆主档.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了
       READ 车辆主档 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 主档类别代码 = 改配类别参数
          AND NOT 主档停用 AND NOT 主档在途
       THEN MOVE 主档车辆号 TO 本车号
            MOVE 主档车牌照 TO 本车牌
            MOVE 主档分店 TO 本车分店
            MOVE 主档公里数 TO 本车公里
            PERFORM 评定候选车辆 THRU 评定候选车辆-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       写入改配车辆.
       OPEN I-O 预定.
       MOVE 待改客户号 TO 预定客户号.
       MOVE 待改序号 TO 预定序号.
       READ 预定 KEY IS 预定主键.
       MOVE 选中车号 TO 预定类别2.
       EVALUATE 改配类别参数
       WHEN 1 PERFORM 配定小车
       WHEN 2 PERFORM 配定中车
       WHEN 3 PERFORM 配定大车
       WHEN 4 PERFORM 配定贵车
       WHEN OTHER PERFORM 配定主档车
       END-EVALUATE.
       REWRITE 预定记录.
       CLOSE 预定.
       OPEN I-O 车类预定.
       MOVE 待改确认号 TO 车类确认号.
       READ 车类预定 KEY IS 车类确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 预定车牌照(2:6) TO 车类分配车牌
       REWRITE 车类预定记录
       END-READ.
       CLOSE 车类预定.
       MOVE "预定" TO 审计操作文件.
       MOVE "改配" TO 审计操作类型.
       MOVE 待改预定(1:10) TO 审计操作键.
       PERFORM 写审计记录.

       配定小车.
       OPEN I-O 小车.
       MOVE 选中车号 TO 小车号.
       READ 小车 KEY IS 小车号.
       MOVE 小车车牌照 TO 预定车牌照.
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
       MOVE 贵车车厂 TO 预定厂家1.
       MOVE 贵车车型号 TO 预定厂家2.
       MOVE 贵车公里数 TO 预定厂家3.
       IF 车辆可用4
       THEN SET 车辆已预定4 TO TRUE
            REWRITE 贵车记录
       END-IF.
       CLOSE 贵.

       配定主档车.
       OPEN I-O 车辆主档.
       MOVE 改配类别参数 TO 主档类别代码.
       MOVE 选中车号 TO 主档车辆号.
       READ 车辆主档 KEY IS 主档主键.
       MOVE 主档车牌照 TO 预定车牌照.
       MOVE 主档厂家 TO 预定厂家1.
       MOVE 主档型号 TO 预定厂家2.
       MOVE 主档公里数 TO 预定厂家3.
       IF 主档可用
       THEN SET 主档已预定 TO TRUE
            REWRITE 车辆主档记录
       END-IF.
       CLOSE 车辆主档.

       登记改配待办.
       SET 没找到 TO TRUE.
       OPEN I-O 改配待办.
       SET 内扫描未完 TO TRUE.
       PERFORM UNTIL 内扫描完了
       READ 改配待办 NEXT RECORD
       AT END SET 内扫描完了 TO TRUE
       NOT AT END
       IF 改配确认号 = 待改确认号 AND 改配未处理
       THEN SET 找到 TO TRUE
            SET 内扫描完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       IF 找到
       THEN CLOSE 改配待办
            GO TO 登记改配待办-EXIT
       END-IF.
       MOVE "改配" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 改配编号.
       MOVE 待改确认号 TO 改配确认号.
       MOVE 待改客户号 TO 改配客户号.
       MOVE 待改序号 TO 改配预定序号.
       MOVE 待改姓名 TO 改配客户姓名.
       MOVE 改配类别参数 TO 改配类别.
       MOVE 停运车牌 TO 改配原车牌.
       MOVE 待改分店 TO 改配分店.
       MOVE 待改起 TO 改配起.
       MOVE 待改止 TO 改配止.
       MOVE 改配原因参数 TO 改配原因.
       MOVE 改配日期 TO 改配登记日期.
       MOVE 改配操作员参数 TO 改配经办.
       SET 改配未处理 TO TRUE.
       MOVE SPACE TO 改配处理人.
       MOVE 0 TO 改配处理日期.
       SET 改配未通知 TO TRUE.
       WRITE 改配待办记录.
       CLOSE 改配待办.
       DISPLAY "确认号:" NO ADVANCING.
       DISPLAY 待改确认号 NO ADVANCING.
       DISPLAY " 同店无同类空闲车辆,已转入改配待办".
       MOVE "待办" TO 审计操作文件.
       MOVE "登记" TO 审计操作类型.
       MOVE 改配编号 TO 审计操作键.
       PERFORM 写审计记录.
       登记改配待办-EXIT.
       EXIT.

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
       MOVE 改配操作员参数 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.
