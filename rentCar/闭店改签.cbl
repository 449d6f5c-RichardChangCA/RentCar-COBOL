       IDENTIFICATION DIVISION.
       PROGRAM-ID.闭店改签.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 送车单 ASSIGN TO "送车单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 送车确认号.

        SELECT OPTIONAL 分店 ASSIGN TO "分店.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT OPTIONAL 改签 ASSIGN TO "改签.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 改签编号.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT 改签清单 ASSIGN TO "闭店改签清单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

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
       FD 送车单.
       01 送车单记录.
        05 送车确认号 PIC 9(6).
        05 送取类型 PIC 9.
         88 只送车 VALUE 1.
         88 只取回 VALUE 2.
         88 送取都要 VALUE 3.
        05 送车地址 PIC X(30).
        05 送起时刻 PIC 9(4).
        05 送止时刻 PIC 9(4).
        05 送车费 PIC 9(4).
        05 送车日期 PIC 9(8).
        05 取回日期 PIC 9(8).
        05 送车分店 PIC 9(2).
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
       FD 改签.
       01 改签记录.
        05 改签编号 PIC 9(6).
        05 改签事项 PIC 9.
         88 改签取车 VALUE 1.
         88 改签还车 VALUE 2.
         88 改签送车 VALUE 3.
        05 改签确认号 PIC 9(6).
        05 改签客户号 PIC 9(6).
        05 改签客户姓名 PIC X(10).
        05 改签车牌照 PIC X(6).
        05 改签原分店 PIC 9(2).
        05 改签新分店 PIC 9(2).
        05 改签原起 PIC 9(8).
        05 改签原止 PIC 9(8).
        05 改签新起 PIC 9(8).
        05 改签新止 PIC 9(8).
        05 改签登记日期 PIC 9(8).
        05 改签经办 PIC X(6).
        05 改签通知状态 PIC 9.
         88 改签未通知 VALUE 0.
         88 改签已通知 VALUE 1.
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
       FD 改签清单.
       01 改签清单行 PIC X(100).
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
       77 今日日期 PIC 9(8).
       77 主管编号输入 PIC X(6).
       77 主管口令输入 PIC X(8).
       77 停业分店输入 PIC 9(2).
       77 备用分店输入 PIC 9(2).
       77 停业起输入 PIC 9(8).
       77 停业止输入 PIC 9(8).
       77 顺延天数输入 PIC 9(4).
       77 确认输入 PIC X.
       77 分店暂存 PIC 9(2).
       77 起暂存 PIC 9(8).
       77 止暂存 PIC 9(8).
       77 占用起暂存 PIC 9(8).
       77 占用止暂存 PIC 9(8).
       77 确认号暂存 PIC 9(6).
       77 查占用起 PIC 9(8).
       77 查占用止 PIC 9(8).
       77 改项下标 PIC 9(3).
       77 关联下标 PIC 9(3).
       77 改项总数 PIC 9(3).
       77 超量未载数 PIC 9(4).
       77 可改签数 PIC 9(3).
       77 例外数 PIC 9(3).
       77 事项文本 PIC X(4).
       77 事项暂存 PIC 9.
       01 改项表.
        05 改项 OCCURS 200 TIMES.
         10 改项类型 PIC 9.
          88 改项取车 VALUE 1.
          88 改项还车 VALUE 2.
          88 改项送车 VALUE 3.
         10 改项客户号 PIC 9(6).
         10 改项序号 PIC 9(4).
         10 改项确认号 PIC 9(6).
         10 改项姓名 PIC X(11).
         10 改项车牌 PIC X(7).
         10 改项原分店 PIC 9(2).
         10 改项新分店 PIC 9(2).
         10 改项原起 PIC 9(8).
         10 改项原止 PIC 9(8).
         10 改项新起 PIC 9(8).
         10 改项新止 PIC 9(8).
         10 改项结果 PIC 9.
          88 改项可行 VALUE 1.
          88 改项例外 VALUE 0.
         10 改项原因 PIC X(36).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 主管核验状态 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       01 改往分店状态 PIC 9.
        88 改往分店可用 VALUE 1.
        88 改往分店不可用 VALUE 0.
       01 是否冲突 PIC 9.
        88 有冲突 VALUE 1.
        88 无冲突 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 分店临时停业批量改签 ========".
       DISPLAY SPACE.
       DISPLAY "请主管输入编号:" NO ADVANCING.
       ACCEPT 主管编号输入.
       DISPLAY "请主管输入口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       PERFORM 核验改签主管.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,不能批量改签."
            GO TO 批量改签-EXIT
       END-IF.
       DISPLAY "请输入停业分店代码:" NO ADVANCING.
       ACCEPT 停业分店输入.
       DISPLAY "请输入停业起始日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 停业起输入.
       DISPLAY "请输入停业截止日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 停业止输入.
       IF 停业止输入 < 停业起输入
       THEN DISPLAY "截止日期早于起始日期!"
            GO TO 批量改签-EXIT
       END-IF.
       DISPLAY "请输入改往分店代码(0为不换分店):"
           NO ADVANCING.
       ACCEPT 备用分店输入.
       DISPLAY "请输入顺延天数(0为不改日期):" NO ADVANCING.
       ACCEPT 顺延天数输入.
       IF 备用分店输入 = 停业分店输入
       THEN MOVE 0 TO 备用分店输入
       END-IF.
       IF 备用分店输入 = 0 AND 顺延天数输入 = 0
       THEN DISPLAY "未指定改往分店或顺延天数,无从改签."
            GO TO 批量改签-EXIT
       END-IF.
       IF 备用分店输入 NOT = 0
       THEN PERFORM 核对备用分店
            IF 改往分店不可用
            THEN GO TO 批量改签-EXIT
            END-IF
       END-IF.
       CALL "营业日" USING 今日日期.
       MOVE 0 TO 改项总数 超量未载数.
       PERFORM 载入受影响送车单.
       PERFORM 载入受影响预定.
       IF 改项总数 = 0
       THEN DISPLAY "该分店停业期间没有受影响的预定."
            GO TO 批量改签-EXIT
       END-IF.
       PERFORM 拟定改签方案.
       PERFORM 显示改签方案.
       DISPLAY "确认按上述方案执行改签吗?(Y/N):"
           NO ADVANCING.
       ACCEPT 确认输入.
       IF 确认输入 NOT = "Y" AND 确认输入 NOT = "y"
       THEN DISPLAY "已放弃,未作任何改动."
            GO TO 批量改签-EXIT
       END-IF.
       PERFORM 执行预定改签.
       PERFORM 执行送车单改签.
       PERFORM 登记改签通知.
       PERFORM 打印改签清单.
       DISPLAY "已改签:" NO ADVANCING.
       DISPLAY 可改签数.
       DISPLAY "未能改签:" NO ADVANCING.
       DISPLAY 例外数.
       IF 超量未载数 > 0
       THEN DISPLAY "超出单次处理量未载入:" NO ADVANCING
            DISPLAY 超量未载数
            DISPLAY "请处理完本批后再次运行."
       END-IF.
       DISPLAY "改签清单及例外清单已写入"
           "闭店改签清单.txt.".
       IF 可改签数 > 0
       THEN CALL "通知生成"
       END-IF.
       批量改签-EXIT.
       DISPLAY "...批量改签已结束".
       STOP " ".
       EXIT PROGRAM.

       核验改签主管.
       SET 主管未通过 TO TRUE.
       OPEN INPUT 操作员档.
       MOVE 主管编号输入 TO 档操作员编号.
       READ 操作员档 KEY IS 档操作员编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 档操作员启用
          AND 档操作员口令 = 主管口令输入
          AND 档操作员级别 >= 2
       THEN SET 主管通过 TO TRUE
       END-IF
       END-READ.
       CLOSE 操作员档.

       核对备用分店.
       SET 改往分店不可用 TO TRUE.
       OPEN INPUT 分店.
       MOVE 备用分店输入 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY DISPLAY "没有该改往分店!"
       NOT INVALID KEY
       IF 分店营业
       THEN SET 改往分店可用 TO TRUE
       ELSE DISPLAY "改往分店目前停业,不能接收改签."
       END-IF
       END-READ.
       CLOSE 分店.

       载入受影响送车单.
       OPEN INPUT 送车单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 送车单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 送车分店 = 停业分店输入
          AND ((送车日期 >= 停业起输入
                AND 送车日期 <= 停业止输入)
            OR (取回日期 >= 停业起输入
                AND 取回日期 <= 停业止输入))
       THEN PERFORM 登记送车单改项
           THRU 登记送车单改项-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 送车单.

       登记送车单改项.
       IF 改项总数 >= 200
       THEN COMPUTE 超量未载数 = 超量未载数 + 1
            GO TO 登记送车单改项-EXIT
       END-IF.
       COMPUTE 改项总数 = 改项总数 + 1.
       SET 改项送车(改项总数) TO TRUE.
       MOVE 0 TO 改项客户号(改项总数)
           改项序号(改项总数).
       MOVE 送车确认号 TO 改项确认号(改项总数).
       MOVE SPACE TO 改项姓名(改项总数)
           改项车牌(改项总数).
       MOVE 送车分店 TO 改项原分店(改项总数).
       MOVE 送车日期 TO 改项原起(改项总数).
       MOVE 取回日期 TO 改项原止(改项总数).
       登记送车单改项-EXIT.
       EXIT.

       载入受影响预定.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 检查受影响预定
           THRU 检查受影响预定-EXIT
       END-READ
       END-PERFORM.
       CLOSE 预定.

       检查受影响预定.
       MOVE 预定分店 TO 分店暂存.
       MOVE 预定起 TO 起暂存.
       MOVE 归还止 TO 止暂存.
       MOVE 确认号 TO 确认号暂存.
       IF 确认号暂存 NOT = 0
       THEN PERFORM 补全送车单改项
       END-IF.
       MOVE 0 TO 事项暂存.
       IF 分店暂存 = 停业分店输入 AND 尚未取车
          AND 起暂存 >= 停业起输入 AND 起暂存 <=
              停业止输入
       THEN MOVE 1 TO 事项暂存
       END-IF.
       IF 分店暂存 = 停业分店输入 AND 已经取车
          AND 止暂存 >= 停业起输入 AND 止暂存 <=
              停业止输入
       THEN MOVE 2 TO 事项暂存
       END-IF.
       IF 事项暂存 = 0
       THEN GO TO 检查受影响预定-EXIT
       END-IF.
       IF 改项总数 >= 200
       THEN COMPUTE 超量未载数 = 超量未载数 + 1
            GO TO 检查受影响预定-EXIT
       END-IF.
       COMPUTE 改项总数 = 改项总数 + 1.
       MOVE 事项暂存 TO 改项类型(改项总数).
       MOVE 预定客户号 TO 改项客户号(改项总数).
       MOVE 预定序号 TO 改项序号(改项总数).
       MOVE 确认号暂存 TO 改项确认号(改项总数).
       MOVE 预定客户姓名 TO 改项姓名(改项总数).
       MOVE 预定车牌照 TO 改项车牌(改项总数).
       MOVE 分店暂存 TO 改项原分店(改项总数).
       MOVE 起暂存 TO 改项原起(改项总数).
       MOVE 止暂存 TO 改项原止(改项总数).
       检查受影响预定-EXIT.
       EXIT.

       补全送车单改项.
       MOVE 1 TO 关联下标.
       PERFORM UNTIL 关联下标 > 改项总数
       IF 改项送车(关联下标)
          AND 改项确认号(关联下标) = 确认号暂存
       THEN MOVE 预定客户号 TO 改项客户号(关联下标)
            MOVE 预定序号 TO 改项序号(关联下标)
            MOVE 预定客户姓名 TO 改项姓名(关联下标)
            MOVE 预定车牌照 TO 改项车牌(关联下标)
       END-IF
       COMPUTE 关联下标 = 关联下标 + 1
       END-PERFORM.

       拟定改签方案.
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       PERFORM 拟定单项方案 THRU 拟定单项方案-EXIT
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       IF 改项送车(改项下标) AND 改项可行(改项下标)
       THEN PERFORM 核对送车关联预定
       END-IF
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.

       拟定单项方案.
       SET 改项可行(改项下标) TO TRUE.
       MOVE SPACE TO 改项原因(改项下标).
       IF 备用分店输入 = 0
       THEN MOVE 改项原分店(改项下标) TO
           改项新分店(改项下标)
       ELSE MOVE 备用分店输入 TO 改项新分店(改项下标)
       END-IF.
       MOVE 改项原起(改项下标) TO 改项新起(改项下标).
       MOVE 改项原止(改项下标) TO 改项新止(改项下标).
       IF 改项送车(改项下标)
          AND 改项客户号(改项下标) = 0
       THEN SET 改项例外(改项下标) TO TRUE
            MOVE "送车单无对应预定" TO
                改项原因(改项下标)
            GO TO 拟定单项方案-EXIT
       END-IF.
       IF 顺延天数输入 = 0
       THEN GO TO 拟定单项方案-EXIT
       END-IF.
       EVALUATE TRUE
       WHEN 改项取车(改项下标)
            CALL "日期加减" USING 改项原起(改项下标)
                顺延天数输入 改项新起(改项下标)
            CALL "日期加减" USING 改项原止(改项下标)
                顺延天数输入 改项新止(改项下标)
       WHEN 改项还车(改项下标)
            CALL "日期加减" USING 改项原止(改项下标)
                顺延天数输入 改项新止(改项下标)
       WHEN OTHER
            IF 改项原起(改项下标) >= 停业起输入
               AND 改项原起(改项下标) <= 停业止输入
            THEN CALL "日期加减" USING 改项原起(改项下标)
                     顺延天数输入 改项新起(改项下标)
            END-IF
            IF 改项原止(改项下标) >= 停业起输入
               AND 改项原止(改项下标) <= 停业止输入
            THEN CALL "日期加减" USING 改项原止(改项下标)
                     顺延天数输入 改项新止(改项下标)
            END-IF
       END-EVALUATE.
       IF 备用分店输入 = 0
       THEN PERFORM 核对顺延出停业期
            IF 改项例外(改项下标)
            THEN GO TO 拟定单项方案-EXIT
            END-IF
       END-IF.
       IF 改项送车(改项下标)
          OR 改项车牌(改项下标) = SPACE
       THEN GO TO 拟定单项方案-EXIT
       END-IF.
       IF 改项取车(改项下标)
       THEN MOVE 改项新起(改项下标) TO 查占用起
       ELSE MOVE 改项原止(改项下标) TO 查占用起
       END-IF.
       MOVE 改项新止(改项下标) TO 查占用止.
       PERFORM 检查车辆冲突.
       IF 有冲突
       THEN SET 改项例外(改项下标) TO TRUE
            MOVE "顺延后与该车其他预定冲突" TO
                改项原因(改项下标)
       END-IF.
       拟定单项方案-EXIT.
       EXIT.

       核对顺延出停业期.
       IF 改项取车(改项下标)
          AND 改项新起(改项下标) <= 停业止输入
       THEN SET 改项例外(改项下标) TO TRUE
       END-IF.
       IF 改项还车(改项下标)
          AND 改项新止(改项下标) <= 停业止输入
       THEN SET 改项例外(改项下标) TO TRUE
       END-IF.
       IF 改项送车(改项下标)
          AND ((改项新起(改项下标) >= 停业起输入
                AND 改项新起(改项下标) <= 停业止输入)
            OR (改项新止(改项下标) >= 停业起输入
                AND 改项新止(改项下标) <= 停业止输入))
       THEN SET 改项例外(改项下标) TO TRUE
       END-IF.
       IF 改项例外(改项下标)
       THEN MOVE "顺延后仍在停业期内" TO
           改项原因(改项下标)
       END-IF.

       检查车辆冲突.
       SET 无冲突 TO TRUE.
       OPEN INPUT 预定.
       MOVE 改项车牌(改项下标) TO 预定车牌照(1:7).
       START 预定 KEY IS = 预定车牌照
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预定车牌照 NOT = 改项车牌(改项下标)
       THEN SET 完了 TO TRUE
       ELSE IF 预定客户号 NOT = 改项客户号(改项下标)
               OR 预定序号 NOT = 改项序号(改项下标)
            THEN MOVE 预定起 TO 占用起暂存
                 MOVE 归还止 TO 占用止暂存
                 IF (占用止暂存 < 查占用起)
                    OR (占用起暂存 > 查占用止)
                 THEN CONTINUE
                 ELSE SET 有冲突 TO TRUE
                 END-IF
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.

       核对送车关联预定.
       MOVE 1 TO 关联下标.
       PERFORM UNTIL 关联下标 > 改项总数
       IF NOT 改项送车(关联下标)
          AND 改项确认号(关联下标) =
              改项确认号(改项下标)
          AND 改项例外(关联下标)
       THEN SET 改项例外(改项下标) TO TRUE
            MOVE "关联预定未能改签" TO
                改项原因(改项下标)
       END-IF
       COMPUTE 关联下标 = 关联下标 + 1
       END-PERFORM.

       显示改签方案.
       DISPLAY "----受影响预定及改签方案----".
       DISPLAY "事项 客户号 车牌 原分店 原起 原止 "
           "-> 新分店 新起 新止".
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       PERFORM 编排事项文本
       DISPLAY 事项文本 " " 改项客户号(改项下标) " "
           改项车牌(改项下标) " "
           改项原分店(改项下标) " "
           改项原起(改项下标) " " 改项原止(改项下标)
           " -> " 改项新分店(改项下标) " "
           改项新起(改项下标) " " 改项新止(改项下标)
       IF 改项例外(改项下标)
       THEN DISPLAY "     无法改签:" 改项原因(改项下标)
       END-IF
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.

       编排事项文本.
       EVALUATE TRUE
       WHEN 改项取车(改项下标) MOVE "取车" TO 事项文本
       WHEN 改项还车(改项下标) MOVE "还车" TO 事项文本
       WHEN OTHER MOVE "送车" TO 事项文本
       END-EVALUATE.

       执行预定改签.
       OPEN I-O 预定.
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       IF (改项取车(改项下标) AND 改项可行(改项下标))
          OR (改项还车(改项下标) AND 改项可行(改项下标)
              AND 顺延天数输入 > 0)
       THEN PERFORM 改写预定记录 THRU 改写预定记录-EXIT
       END-IF
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.
       CLOSE 预定.

       改写预定记录.
       MOVE 改项客户号(改项下标) TO 预定客户号.
       MOVE 改项序号(改项下标) TO 预定序号.
       READ 预定 KEY IS 预定主键
       INVALID KEY SET 改项例外(改项下标) TO TRUE
                   MOVE "预定已被删除" TO
                       改项原因(改项下标)
                   GO TO 改写预定记录-EXIT
       END-READ.
       IF 改项取车(改项下标)
       THEN MOVE 改项新分店(改项下标) TO 预定分店
            MOVE 改项新起(改项下标) TO 预定起
       END-IF.
       MOVE 改项新止(改项下标) TO 归还止.
       REWRITE 预定记录.
       MOVE "预定" TO 审计操作文件.
       MOVE "改签" TO 审计操作类型.
       MOVE 预定主键 TO 审计操作键.
       PERFORM 写审计记录.
       改写预定记录-EXIT.
       EXIT.

       执行送车单改签.
       OPEN I-O 送车单.
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       IF 改项送车(改项下标) AND 改项可行(改项下标)
       THEN PERFORM 改写送车单记录
           THRU 改写送车单记录-EXIT
       END-IF
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.
       CLOSE 送车单.

       改写送车单记录.
       MOVE 改项确认号(改项下标) TO 送车确认号.
       READ 送车单 KEY IS 送车确认号
       INVALID KEY SET 改项例外(改项下标) TO TRUE
                   MOVE "送车单已被删除" TO
                       改项原因(改项下标)
                   GO TO 改写送车单记录-EXIT
       END-READ.
       MOVE 改项新分店(改项下标) TO 送车分店.
       MOVE 改项新起(改项下标) TO 送车日期.
       MOVE 改项新止(改项下标) TO 取回日期.
       REWRITE 送车单记录.
       MOVE "送车单" TO 审计操作文件.
       MOVE "改签" TO 审计操作类型.
       MOVE 送车确认号 TO 审计操作键.
       PERFORM 写审计记录.
       改写送车单记录-EXIT.
       EXIT.

       登记改签通知.
       MOVE 0 TO 可改签数 例外数.
       OPEN I-O 改签.
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       IF 改项可行(改项下标)
       THEN PERFORM 写改签记录
            COMPUTE 可改签数 = 可改签数 + 1
       ELSE COMPUTE 例外数 = 例外数 + 1
       END-IF
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.
       CLOSE 改签.

       写改签记录.
       MOVE "改签" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 改签编号.
       MOVE 改项类型(改项下标) TO 改签事项.
       MOVE 改项确认号(改项下标) TO 改签确认号.
       MOVE 改项客户号(改项下标) TO 改签客户号.
       MOVE 改项姓名(改项下标)(2:10) TO 改签客户姓名.
       MOVE 改项车牌(改项下标)(2:6) TO 改签车牌照.
       MOVE 改项原分店(改项下标) TO 改签原分店.
       MOVE 改项新分店(改项下标) TO 改签新分店.
       MOVE 改项原起(改项下标) TO 改签原起.
       MOVE 改项原止(改项下标) TO 改签原止.
       MOVE 改项新起(改项下标) TO 改签新起.
       MOVE 改项新止(改项下标) TO 改签新止.
       MOVE 今日日期 TO 改签登记日期.
       MOVE 当前操作员 TO 改签经办.
       SET 改签未通知 TO TRUE.
       WRITE 改签记录.
       MOVE "改签" TO 审计操作文件.
       MOVE "登记" TO 审计操作类型.
       MOVE 改签编号 TO 审计操作键.
       PERFORM 写审计记录.

       打印改签清单.
       OPEN OUTPUT 改签清单.
       MOVE SPACE TO 改签清单行.
       STRING "分店" DELIMITED BY SIZE
              停业分店输入 DELIMITED BY SIZE
              "临时停业改签 停业期:" DELIMITED BY SIZE
              停业起输入 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              停业止输入 DELIMITED BY SIZE
         INTO 改签清单行.
       WRITE 改签清单行.
       MOVE "----已改签----" TO 改签清单行.
       WRITE 改签清单行.
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       IF 改项可行(改项下标)
       THEN PERFORM 写改签清单明细
       END-IF
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.
       MOVE "----未能改签例外清单----" TO 改签清单行.
       WRITE 改签清单行.
       MOVE 1 TO 改项下标.
       PERFORM UNTIL 改项下标 > 改项总数
       IF 改项例外(改项下标)
       THEN PERFORM 写改签清单明细
            MOVE SPACE TO 改签清单行
            STRING "    原因:" DELIMITED BY SIZE
                   改项原因(改项下标) DELIMITED BY SIZE
                   " 请人工联系客户" DELIMITED BY SIZE
              INTO 改签清单行
            WRITE 改签清单行
       END-IF
       COMPUTE 改项下标 = 改项下标 + 1
       END-PERFORM.
       CLOSE 改签清单.
       MOVE "闭店改签" TO 归档报表名暂存.
       MOVE "闭店改签清单.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 停业分店输入 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              停业起输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       写改签清单明细.
       PERFORM 编排事项文本.
       MOVE SPACE TO 改签清单行.
       STRING 事项文本 DELIMITED BY SIZE
              " 客户" DELIMITED BY SIZE
              改项客户号(改项下标) DELIMITED BY SIZE
              改项姓名(改项下标) DELIMITED BY SIZE
              " 车牌" DELIMITED BY SIZE
              改项车牌(改项下标) DELIMITED BY SIZE
              " 分店" DELIMITED BY SIZE
              改项原分店(改项下标) DELIMITED BY SIZE
              "->" DELIMITED BY SIZE
              改项新分店(改项下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              改项原起(改项下标) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              改项原止(改项下标) DELIMITED BY SIZE
              "->" DELIMITED BY SIZE
              改项新起(改项下标) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              改项新止(改项下标) DELIMITED BY SIZE
         INTO 改签清单行.
       WRITE 改签清单行.

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
