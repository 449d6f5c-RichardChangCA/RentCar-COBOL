       IDENTIFICATION DIVISION.
       PROGRAM-ID.会员年费.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 年费会员 ASSIGN TO "年费会员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 年费顾客号.

        SELECT OPTIONAL 会员参数 ASSIGN TO "会员参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 会员参数编号.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

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
       FD 年费会员.
       01 年费会员记录.
        05 年费顾客号 PIC 9(6).
        05 年费入会日期 PIC 9(8).
        05 年费起始日期 PIC 9(8).
        05 年费到期日期 PIC 9(8).
        05 年费缴费额 PIC 9(5).
        05 年费账单号 PIC 9(6).
        05 年费续费次数 PIC 9(3).
        05 年费状态 PIC 9.
         88 年费在册 VALUE 1.
         88 年费已退会 VALUE 2.
        05 年费已提醒至 PIC 9(8).
        05 年费经办员 PIC X(6).
        05 年费退会日期 PIC 9(8).
       FD 会员参数.
       01 会员参数记录.
        05 会员参数编号 PIC 9(2).
        05 年费标准额 PIC 9(5).
        05 年费折扣百分比 PIC 9(2).
        05 会员设置操作员 PIC X(6).
        05 会员设置日期 PIC 9(8).
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
       77 客户号输入 PIC 9(6).
       77 付款方式输入 PIC X(4).
       77 年费暂存 PIC 9(5).
       77 新起始日期 PIC 9(8).
       77 新到期日期 PIC 9(8).
       77 会期天数 PIC 9(4) VALUE 364.
       77 一天 PIC 9(4) VALUE 1.
       77 新账单号 PIC 9(6).
       77 会员客户姓名 PIC BX(10).
       77 会员客户电话 PIC B9(11).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 入会方式 PIC 9.
        88 首次入会 VALUE 1.
        88 到期续费 VALUE 2.
        88 重新入会 VALUE 3.
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
       DISPLAY "======== 年费会员管理 ========".
       DISPLAY SPACE.
       DISPLAY "1、入会/续费".
       DISPLAY SPACE.
       DISPLAY "2、退会".
       DISPLAY SPACE.
       DISPLAY "3、浏览年费会员".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 办理入会 THRU 办理入会-EXIT
       WHEN 2 PERFORM 办理退会 THRU 办理退会-EXIT
       WHEN 3 PERFORM 浏览年费会员
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...年费会员管理已结束".
       STOP " ".
       EXIT PROGRAM.

       办理入会.
       DISPLAY "请输入客户号:" NO ADVANCING.
       ACCEPT 客户号输入.
       OPEN INPUT 顾客.
       MOVE 客户号输入 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY DISPLAY "没有该顾客!"
                   CLOSE 顾客
                   GO TO 办理入会-EXIT
       END-READ.
       CLOSE 顾客.
       IF 信用冻结中
       THEN DISPLAY "该客户信用已冻结,不能办理年费会员!"
            GO TO 办理入会-EXIT
       END-IF.
       MOVE 顾客档案姓名 TO 会员客户姓名.
       MOVE 顾客档案电话 TO 会员客户电话.
       PERFORM 载入会员参数.
       OPEN I-O 年费会员.
       MOVE 客户号输入 TO 年费顾客号.
       READ 年费会员 KEY IS 年费顾客号
       INVALID KEY SET 首次入会 TO TRUE
       NOT INVALID KEY
       IF 年费在册 AND 年费到期日期 >= 今日日期
       THEN SET 到期续费 TO TRUE
       ELSE SET 重新入会 TO TRUE
       END-IF
       END-READ.
       EVALUATE TRUE
       WHEN 首次入会
            DISPLAY "首次入会."
            MOVE 0 TO 年费续费次数 年费已提醒至
            MOVE 客户号输入 TO 年费顾客号
            MOVE 今日日期 TO 年费入会日期
            MOVE 今日日期 TO 新起始日期
       WHEN 到期续费
            DISPLAY "会员有效期至" 年费到期日期
                ",办理续费."
            CALL "日期加减" USING 年费到期日期 一天
                新起始日期
       WHEN OTHER
            DISPLAY "会员已失效或已退会,重新入会."
            MOVE 今日日期 TO 新起始日期
       END-EVALUATE.
       CALL "日期加减" USING 新起始日期 会期天数
           新到期日期.
       DISPLAY "新会期:" 新起始日期 "-" 新到期日期.
       DISPLAY "应缴年费:" 年费暂存.
       DISPLAY "确认办理吗?(Y/N):" NO ADVANCING.
       ACCEPT 确认选择.
       IF 确认选择 NOT = "Y" AND 确认选择 NOT = "y"
       THEN DISPLAY "未作变更."
            CLOSE 年费会员
            GO TO 办理入会-EXIT
       END-IF.
       DISPLAY "请输入付款方式(现金/刷卡/记账):"
           NO ADVANCING.
       ACCEPT 付款方式输入.
       PERFORM 写年费账单.
       MOVE 新起始日期 TO 年费起始日期.
       MOVE 新到期日期 TO 年费到期日期.
       MOVE 年费暂存 TO 年费缴费额.
       MOVE 新账单号 TO 年费账单号.
       SET 年费在册 TO TRUE.
       MOVE 0 TO 年费退会日期.
       MOVE 当前操作员 TO 年费经办员.
       IF 首次入会
       THEN WRITE 年费会员记录
            MOVE "入会" TO 审计操作类型
       ELSE IF 到期续费
            THEN ADD 1 TO 年费续费次数
                 MOVE "续费" TO 审计操作类型
            ELSE MOVE "入会" TO 审计操作类型
            END-IF
            REWRITE 年费会员记录
       END-IF.
       CLOSE 年费会员.
       MOVE "会员" TO 审计操作文件.
       MOVE 客户号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "已办理,年费账单号:" 新账单号.
       办理入会-EXIT.
       EXIT.

       载入会员参数.
       MOVE 300 TO 年费暂存.
       OPEN INPUT 会员参数.
       MOVE 1 TO 会员参数编号.
       READ 会员参数 KEY IS 会员参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 年费标准额 TO 年费暂存
       END-READ.
       CLOSE 会员参数.

       写年费账单.
       OPEN I-O 账单.
       MOVE "账单" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 账单号.
       MOVE 会员客户姓名 TO 账单客户姓名.
       MOVE 会员客户电话 TO 账单客户号码.
       MOVE SPACE TO 账单类别1.
       MOVE 0 TO 账单类别2.
       MOVE SPACE TO 账单车牌照.
       MOVE SPACE TO 账单厂家1.
       MOVE SPACE TO 账单厂家2.
       MOVE 0 TO 账单厂家3.
       MOVE 0 TO 账单日租金.
       MOVE 今日日期 TO 账单预定起.
       MOVE 今日日期 TO 账单归还止.
       MOVE 0 TO 租车天数.
       MOVE 年费暂存 TO 总金额.
       MOVE 0 TO 滞纳金 超里程费 加油费 损坏费
                 附加服务费 账单税额 积分抵扣 单程费.
       MOVE 0 TO 已收押金.
       IF 到期续费
       THEN MOVE "年费会员续费" TO 车况备注
       ELSE MOVE "年费会员入会费" TO 车况备注
       END-IF.
       MOVE 付款方式输入 TO 付款方式.
       SET 账单有效 TO TRUE.
       MOVE 0 TO 账单分店.
       MOVE 0 TO 账单取车时刻 账单归还时刻.
       MOVE SPACE TO 账单促销码.
       MOVE 0 TO 促销折减.
       MOVE 0 TO 账单确认号.
       MOVE 0 TO 账单预付抵扣.
       MOVE 0 TO 账单儿童座椅 账单GPS导航 账单租车保险.
       MOVE 客户号输入 TO 账单顾客号.
       WRITE 账单记录
       INVALID KEY COMPUTE 账单号 = 账单号 + 1
                   WRITE 账单记录
       END-WRITE.
       MOVE 账单号 TO 新账单号.
       MOVE "账单" TO 日志文件暂存.
       MOVE "写入" TO 日志动作暂存.
       MOVE 账单号 TO 日志键暂存.
       MOVE 账单记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       CLOSE 账单.
       MOVE "账单" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 账单号 TO 审计操作键.
       PERFORM 写审计记录.

       办理退会.
       DISPLAY "请输入客户号:" NO ADVANCING.
       ACCEPT 客户号输入.
       OPEN I-O 年费会员.
       MOVE 客户号输入 TO 年费顾客号.
       READ 年费会员 KEY IS 年费顾客号
       INVALID KEY DISPLAY "该客户不是年费会员!"
                   CLOSE 年费会员
                   GO TO 办理退会-EXIT
       END-READ.
       DISPLAY 年费会员记录.
       IF 年费已退会
       THEN DISPLAY "该会员已退会."
            CLOSE 年费会员
            GO TO 办理退会-EXIT
       END-IF.
       DISPLAY "退会后不再享受会员权益,"
           "已缴年费不予退还.".
       DISPLAY "确认退会吗?(Y/N):" NO ADVANCING.
       ACCEPT 确认选择.
       IF 确认选择 NOT = "Y" AND 确认选择 NOT = "y"
       THEN DISPLAY "未作变更."
            CLOSE 年费会员
            GO TO 办理退会-EXIT
       END-IF.
       SET 年费已退会 TO TRUE.
       MOVE 今日日期 TO 年费退会日期.
       MOVE 当前操作员 TO 年费经办员.
       REWRITE 年费会员记录.
       CLOSE 年费会员.
       MOVE "会员" TO 审计操作文件.
       MOVE "退会" TO 审计操作类型.
       MOVE 客户号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "已办理退会.".
       办理退会-EXIT.
       EXIT.

       浏览年费会员.
       DISPLAY "--年费会员(客户号/入会/会期起/会期止/"
           "年费/账单号/续费次数/状态/已提醒至/"
           "经办员/退会日期)--".
       DISPLAY "--状态:1在册 2已退会--".
       OPEN INPUT 年费会员.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 年费会员 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 年费会员记录
       END-READ
       END-PERFORM.
       CLOSE 年费会员.

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
