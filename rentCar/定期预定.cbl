       IDENTIFICATION DIVISION.
       PROGRAM-ID.定期预定.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 定期预定 ASSIGN TO "定期预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 定期编号.

        SELECT OPTIONAL 定期明细 ASSIGN TO "定期明细.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 明细主键.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 车类预定 ASSIGN TO "车类预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车类确认号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

        SELECT OPTIONAL 日志 ASSIGN TO "日志.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 日志编号.

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
       FD 分店.
       01 分店记录.
        05 分店代码 PIC 9(2).
        05 分店名称 PIC X(10).
        05 分店地址 PIC X(30).
        05 分店电话 PIC 9(11).
        05 营业时间 PIC X(11).
        05 店长姓名 PIC X(10).
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).
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

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 选择 PIC 9.
       77 确认选择 PIC X.
       77 今日日期 PIC 9(8).
       77 营业日期 PIC 9(8).
       77 编号输入 PIC 9(6).
       77 客户号输入 PIC 9(6).
       77 取消条数 PIC 9(4).
       77 明细条数 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 单次可取消 PIC 9.
        88 可以取消 VALUE 1.
        88 不能取消 VALUE 0.
       01 是否明细完了 PIC 9.
        88 明细完了 VALUE 1.
        88 明细没完了 VALUE 0.
       77 日志文件暂存 PIC X(8).
       77 日志动作暂存 PIC X(8).
       77 日志键暂存 PIC X(12).
       77 日志映像暂存 PIC X(250).
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
       DISPLAY "======== 定期预定维护 ========".
       DISPLAY SPACE.
       DISPLAY "1、新建定期预定".
       DISPLAY SPACE.
       DISPLAY "2、浏览定期预定".
       DISPLAY SPACE.
       DISPLAY "3、取消剩余系列".
       DISPLAY SPACE.
       DISPLAY "4、查看系列明细".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 今日日期 TO 营业日期.
       CALL "营业日" USING 营业日期.
       EVALUATE 选择
       WHEN 1 PERFORM 新建定期预定 THRU 新建定期预定-EXIT
       WHEN 2 PERFORM 浏览定期预定
       WHEN 3 PERFORM 取消剩余系列 THRU 取消剩余系列-EXIT
       WHEN 4 PERFORM 查看系列明细 THRU 查看系列明细-EXIT
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...定期预定维护已结束".
       STOP " ".
       EXIT PROGRAM.

       新建定期预定.
       DISPLAY "请输入客户号:" NO ADVANCING.
       ACCEPT 客户号输入.
       OPEN INPUT 顾客.
       MOVE 客户号输入 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY DISPLAY "没有该顾客!"
                   CLOSE 顾客
                   GO TO 新建定期预定-EXIT
       END-READ.
       CLOSE 顾客.
       IF NOT 是企业客户
       THEN DISPLAY "定期预定仅适用于企业客户!"
            GO TO 新建定期预定-EXIT
       END-IF.
       IF 信用冻结中
       THEN DISPLAY "该客户信用已冻结,不能登记定期预定!"
            GO TO 新建定期预定-EXIT
       END-IF.
       MOVE 0 TO 定期取消日期.
       MOVE 客户号输入 TO 定期客户号.
       DISPLAY "请输入车辆类别(1、小车 2、中车 3、大车 "
           "4、贵车):" NO ADVANCING.
       ACCEPT 定期类别代码.
       IF 定期类别代码 < 1 OR 定期类别代码 > 4
       THEN DISPLAY "车辆类别有误!"
            GO TO 新建定期预定-EXIT
       END-IF.
       DISPLAY "请输入取车分店编号:" NO ADVANCING.
       ACCEPT 定期分店.
       OPEN INPUT 分店.
       MOVE 定期分店 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY DISPLAY "没有该分店!"
                   CLOSE 分店
                   GO TO 新建定期预定-EXIT
       END-READ.
       CLOSE 分店.
       IF NOT 分店营业
       THEN DISPLAY "该分店已停业!"
            GO TO 新建定期预定-EXIT
       END-IF.
       DISPLAY "请输入周期(1、每周一至周五 "
           "2、每月首周):"
           NO ADVANCING.
       ACCEPT 定期模式.
       IF NOT 定期每周一至五 AND NOT 定期每月首周
       THEN DISPLAY "周期有误!"
            GO TO 新建定期预定-EXIT
       END-IF.
       DISPLAY "请输入系列开始日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 定期起.
       DISPLAY "请输入系列结束日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 定期止.
       IF 定期起 > 定期止 OR 定期止 <= 营业日期
       THEN DISPLAY "系列起止日期有误!"
            GO TO 新建定期预定-EXIT
       END-IF.
       DISPLAY "请输入提前生成天数(默认7天):" NO ADVANCING.
       ACCEPT 定期提前天数.
       IF 定期提前天数 = 0
       THEN MOVE 7 TO 定期提前天数
       END-IF.
       MOVE "定期" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 定期编号.
       SET 定期有效 TO TRUE.
       MOVE 0 TO 定期已生成至 定期生成数 定期失败数.
       MOVE 当前操作员 TO 定期登记员.
       MOVE 今日日期 TO 定期登记日期.
       OPEN I-O 定期预定.
       WRITE 定期预定记录.
       CLOSE 定期预定.
       MOVE "定期" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 定期编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "定期预定已登记,编号:" 定期编号.
       DISPLAY "夜间批处理将按提前天数"
           "自动生成各次预定.".
       新建定期预定-EXIT.
       EXIT.

       浏览定期预定.
       DISPLAY "--定期预定(编号/客户号/类别/分店/"
           "周期/起/止/"
           "提前天数/已生成至/生成数/失败数/状态/"
           "登记员/登记日期/取消日期)--".
       DISPLAY "--周期:1每周一至五 2每月首周  "
           "状态:1有效 2已取消 3已完成--".
       OPEN INPUT 定期预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 定期预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 定期预定记录
       END-READ
       END-PERFORM.
       CLOSE 定期预定.

       取消剩余系列.
       DISPLAY "请输入定期预定编号:" NO ADVANCING.
       ACCEPT 编号输入.
       OPEN I-O 定期预定.
       MOVE 编号输入 TO 定期编号.
       READ 定期预定 KEY IS 定期编号
       INVALID KEY DISPLAY "没有该定期预定!"
                   CLOSE 定期预定
                   GO TO 取消剩余系列-EXIT
       END-READ.
       DISPLAY 定期预定记录.
       IF 定期已取消
       THEN DISPLAY "该系列已取消!"
            CLOSE 定期预定
            GO TO 取消剩余系列-EXIT
       END-IF.
       DISPLAY "将取消该系列" 营业日期
           "之后尚未取车的全部预定,确认吗?(Y/N):"
           NO ADVANCING.
       ACCEPT 确认选择.
       IF 确认选择 NOT = "Y" AND 确认选择 NOT = "y"
       THEN DISPLAY "未作变更."
            CLOSE 定期预定
            GO TO 取消剩余系列-EXIT
       END-IF.
       MOVE 0 TO 取消条数.
       OPEN I-O 定期明细.
       MOVE 编号输入 TO 明细定期编号.
       MOVE 营业日期 TO 明细取车日期.
       SET 明细没完了 TO TRUE.
       START 定期明细 KEY IS > 明细主键
       INVALID KEY SET 明细完了 TO TRUE
       END-START.
       PERFORM UNTIL 明细完了
       READ 定期明细 NEXT RECORD
       AT END SET 明细完了 TO TRUE
       NOT AT END
            IF 明细定期编号 NOT = 编号输入
            THEN SET 明细完了 TO TRUE
            ELSE IF 明细已预定
                 THEN PERFORM 取消单次预定
                     THRU 取消单次预定-EXIT
                 END-IF
            END-IF
       END-READ
       END-PERFORM.
       CLOSE 定期明细.
       SET 定期已取消 TO TRUE.
       MOVE 今日日期 TO 定期取消日期.
       REWRITE 定期预定记录.
       CLOSE 定期预定.
       MOVE "定期" TO 审计操作文件.
       MOVE "取消" TO 审计操作类型.
       MOVE 编号输入 TO 审计操作键.
       PERFORM 写审计记录.
       CALL "候补处理" USING 当前操作员.
       DISPLAY "系列已取消,共取消预定" 取消条数 "笔.".
       取消剩余系列-EXIT.
       EXIT.

       取消单次预定.
       SET 可以取消 TO TRUE.
       OPEN I-O 预定.
       MOVE 明细客户号 TO 预定客户号.
       MOVE 明细预定序号 TO 预定序号.
       READ 预定 KEY IS 预定主键
       INVALID KEY CONTINUE
       NOT INVALID KEY
            IF 尚未取车
            THEN MOVE "预定" TO 日志文件暂存
                 MOVE "删除" TO 日志动作暂存
                 MOVE 预定主键 TO 日志键暂存
                 MOVE 预定记录 TO 日志映像暂存
                 PERFORM 写日志记录
                 DELETE 预定 RECORD
                 MOVE "预定" TO 审计操作文件
                 MOVE "删除" TO 审计操作类型
                 MOVE 预定主键 TO 审计操作键
                 PERFORM 写审计记录
                 ADD 1 TO 取消条数
            ELSE SET 不能取消 TO TRUE
            END-IF
       END-READ.
       CLOSE 预定.
       IF 不能取消
       THEN GO TO 取消单次预定-EXIT
       END-IF.
       OPEN I-O 车类预定.
       MOVE 明细确认号 TO 车类确认号.
       READ 车类预定 KEY IS 车类确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY DELETE 车类预定 RECORD
       END-READ.
       CLOSE 车类预定.
       SET 明细已取消 TO TRUE.
       MOVE "系列取消" TO 明细原因.
       REWRITE 定期明细记录.
       取消单次预定-EXIT.
       EXIT.

       查看系列明细.
       DISPLAY "请输入定期预定编号:" NO ADVANCING.
       ACCEPT 编号输入.
       DISPLAY "--明细(取车/还车/客户号/"
           "预定序号/确认号/"
           "状态/原因/生成日期)--".
       DISPLAY "--状态:1已预定 2未能预定 3已取消--".
       MOVE 0 TO 明细条数.
       OPEN INPUT 定期明细.
       MOVE 编号输入 TO 明细定期编号.
       MOVE 0 TO 明细取车日期.
       SET 明细没完了 TO TRUE.
       START 定期明细 KEY IS >= 明细主键
       INVALID KEY SET 明细完了 TO TRUE
       END-START.
       PERFORM UNTIL 明细完了
       READ 定期明细 NEXT RECORD
       AT END SET 明细完了 TO TRUE
       NOT AT END
            IF 明细定期编号 NOT = 编号输入
            THEN SET 明细完了 TO TRUE
            ELSE DISPLAY 明细取车日期 " " 明细还车日期 " "
                     明细客户号 " " 明细预定序号 " "
                     明细确认号 " " 明细状态 " "
                     明细原因 " " 明细生成日期
                 ADD 1 TO 明细条数
            END-IF
       END-READ
       END-PERFORM.
       CLOSE 定期明细.
       DISPLAY "共" 明细条数 "条.".
       查看系列明细-EXIT.
       EXIT.

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
       MOVE 当前操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.
