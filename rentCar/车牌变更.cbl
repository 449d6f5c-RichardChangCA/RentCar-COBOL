       IDENTIFICATION DIVISION.
       PROGRAM-ID.车牌变更.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 钥匙档 ASSIGN TO "钥匙档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 钥匙车牌照.

        SELECT OPTIONAL 合规档 ASSIGN TO "合规档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 合规车牌照.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 车牌历史 ASSIGN TO "车牌历史.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 历史旧车牌
        ALTERNATE RECORD KEY IS 历史新车牌 WITH DUPLICATES.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
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
       FD 钥匙档.
       01 钥匙档记录.
        05 钥匙车牌照 PIC X(6).
        05 钥匙牌号 PIC X(6).
        05 行驶证在档 PIC 9.
         88 行驶证在 VALUE 1.
         88 行驶证缺 VALUE 0.
        05 油卡在档 PIC 9.
         88 油卡在 VALUE 1.
         88 油卡缺 VALUE 0.
        05 钥匙去向 PIC 9.
         88 钥匙在柜 VALUE 1.
         88 钥匙随车租出 VALUE 2.
         88 钥匙在维修厂 VALUE 3.
         88 钥匙代驾保养 VALUE 4.
         88 钥匙遗失 VALUE 5.
        05 去向登记日期 PIC 9(8).
        05 去向操作员 PIC X(6).
       FD 合规档.
       01 合规档记录.
        05 合规车牌照 PIC X(6).
        05 年检到期日 PIC 9(8).
        05 交强险单号 PIC X(12).
        05 交强险到期日 PIC 9(8).
        05 商业险单号 PIC X(12).
        05 商业险到期日 PIC 9(8).
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
       FD 车牌历史.
       01 车牌历史记录.
        05 历史旧车牌 PIC X(6).
        05 历史新车牌 PIC X(6).
        05 历史生效日期 PIC 9(8).
        05 历史操作员 PIC X(6).
        05 历史登记日期 PIC 9(8).
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
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
       77 选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 旧车牌输入 PIC X(6).
       01 新车牌输入.
        05 新车牌全文 PIC X(6).
       01 新车牌视图 REDEFINES 新车牌输入.
        05 新车牌字母部分 PIC X(3).
        05 新车牌数字部分 PIC X(3).
       77 生效日期输入 PIC 9(8).
       77 确认输入 PIC X.
       77 查询车牌 PIC X(6).
       77 所在类别 PIC 9.
       77 所在车号 PIC 99.
       77 所在类别名 PIC X(4).
       77 钥匙档暂存 PIC X(29).
       77 合规档暂存 PIC X(54).
       77 曾用下标 PIC 99.
       01 主档是否找到 PIC 9.
        88 主档已找到 VALUE 1.
        88 主档未找到 VALUE 0.
       01 车辆是否忙 PIC 9.
        88 车辆忙 VALUE 1.
        88 车辆不忙 VALUE 0.
       01 新牌是否占用 PIC 9.
        88 新牌已占用 VALUE 1.
        88 新牌未占用 VALUE 0.
       01 钥匙是否更新 PIC 9.
        88 钥匙已更新 VALUE 1.
        88 钥匙未更新 VALUE 0.
       01 合规是否更新 PIC 9.
        88 合规已更新 VALUE 1.
        88 合规未更新 VALUE 0.
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       01 车辆扫描是否完了 PIC 9.
        88 车辆扫描完了 VALUE 1.
        88 车辆扫描未完 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 归一结果.
        05 归一现车牌 PIC X(6).
        05 归一车牌数 PIC 99.
        05 归一车牌项 PIC X(6) OCCURS 10.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
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
       DISPLAY "======== 车牌变更 ========".
       DISPLAY SPACE.
       DISPLAY "1、变更车牌(须主管)".
       DISPLAY SPACE.
       DISPLAY "2、浏览车牌历史".
       DISPLAY SPACE.
       DISPLAY "3、车牌查询(新旧车牌互查)".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 变更车牌 THRU 变更车牌-EXIT
       WHEN 2 PERFORM 浏览车牌历史
       WHEN 3 PERFORM 车牌查询
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...车牌变更已结束".
       STOP " ".
       EXIT PROGRAM.

       变更车牌.
       PERFORM 核验变更主管.
       IF 主管未通过
       THEN DISPLAY "仅主管可变更车牌."
            GO TO 变更车牌-EXIT
       END-IF.
       DISPLAY "请输入原车牌照:" NO ADVANCING.
       ACCEPT 旧车牌输入.
       PERFORM 查找原车牌.
       IF 所在类别 = 0 AND 主档未找到
       THEN DISPLAY "车辆档中未找到该车牌!"
            GO TO 变更车牌-EXIT
       END-IF.
       PERFORM 核对未取预定.
       IF 车辆忙
       THEN DISPLAY "该车已预定或租出,"
                "请待还车后再变更车牌."
            GO TO 变更车牌-EXIT
       END-IF.
       PERFORM 输入新车牌照.
       IF 新车牌全文 = 旧车牌输入
       THEN DISPLAY "新车牌与原车牌相同,"
                "未变更."
            GO TO 变更车牌-EXIT
       END-IF.
       PERFORM 核对新车牌占用.
       IF 新牌已占用
       THEN DISPLAY "新车牌已在车辆档或车牌历史中使用,"
                "未变更."
            GO TO 变更车牌-EXIT
       END-IF.
       DISPLAY "请输入生效日期(YYYYMMDD,0为今日):"
           NO ADVANCING.
       ACCEPT 生效日期输入.
       IF 生效日期输入 = 0
       THEN MOVE 今日日期 TO 生效日期输入
       END-IF.
       DISPLAY "车牌" 旧车牌输入 "将变更为" 新车牌全文
           ",确认(Y/N):" NO ADVANCING.
       ACCEPT 确认输入.
       IF 确认输入 NOT = "Y" AND 确认输入 NOT = "y"
       THEN DISPLAY "已放弃变更."
            GO TO 变更车牌-EXIT
       END-IF.
       PERFORM 更新车辆档.
       PERFORM 更新钥匙档.
       PERFORM 更新合规档.
       OPEN I-O 车牌历史.
       MOVE 旧车牌输入 TO 历史旧车牌.
       MOVE 新车牌全文 TO 历史新车牌.
       MOVE 生效日期输入 TO 历史生效日期.
       MOVE 当前操作员 TO 历史操作员.
       MOVE 今日日期 TO 历史登记日期.
       WRITE 车牌历史记录
       INVALID KEY REWRITE 车牌历史记录
       END-WRITE.
       CLOSE 车牌历史.
       MOVE "车辆" TO 审计操作文件.
       MOVE "换牌" TO 审计操作类型.
       MOVE SPACE TO 审计操作键.
       MOVE 旧车牌输入 TO 审计操作键(1:6).
       MOVE 新车牌全文 TO 审计操作键(7:6).
       PERFORM 写审计记录.
       DISPLAY "车牌已变更:" 旧车牌输入 "->" 新车牌全文.
       IF 所在类别 > 0
       THEN DISPLAY "  " 所在类别名 "档车辆号" 所在车号
                "已更新"
       END-IF.
       IF 主档已找到
       THEN DISPLAY "  车辆主档已更新"
       END-IF.
       IF 钥匙已更新
       THEN DISPLAY "  钥匙档已更新"
       END-IF.
       IF 合规已更新
       THEN DISPLAY "  合规档已更新"
       END-IF.
       DISPLAY "  已登记车牌历史,原车牌的账单、"
           "违章等记录"
       DISPLAY "  将按同一车辆查询统计.".
       变更车牌-EXIT.
       EXIT.

       核验变更主管.
       SET 主管未通过 TO TRUE.
       OPEN INPUT 操作员档.
       MOVE 当前操作员 TO 档操作员编号.
       READ 操作员档 KEY IS 档操作员编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 档操作员启用 AND 档操作员级别 >= 2
       THEN SET 主管通过 TO TRUE
       END-IF
       END-READ.
       CLOSE 操作员档.

       查找原车牌.
       MOVE 0 TO 所在类别 所在车号.
       MOVE SPACE TO 所在类别名.
       SET 车辆不忙 TO TRUE.
       OPEN INPUT 小车.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了
       READ 小车 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 小车车牌照(2:6) = 旧车牌输入
       THEN MOVE 1 TO 所在类别
            MOVE 小车号 TO 所在车号
            MOVE "小车" TO 所在类别名
            IF 车辆已预定1 OR 车辆已租出1
            THEN SET 车辆忙 TO TRUE
            END-IF
            SET 车辆扫描完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.
       OPEN INPUT 中车.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了 OR 所在类别 > 0
       READ 中车 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 中车车牌照(2:6) = 旧车牌输入
       THEN MOVE 2 TO 所在类别
            MOVE 中车号 TO 所在车号
            MOVE "中车" TO 所在类别名
            IF 车辆已预定2 OR 车辆已租出2
            THEN SET 车辆忙 TO TRUE
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.
       OPEN INPUT 大.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了 OR 所在类别 > 0
       READ 大 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 大车车牌照(2:6) = 旧车牌输入
       THEN MOVE 3 TO 所在类别
            MOVE 大车号 TO 所在车号
            MOVE "大车" TO 所在类别名
            IF 车辆已预定3 OR 车辆已租出3
            THEN SET 车辆忙 TO TRUE
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.
       OPEN INPUT 贵.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了 OR 所在类别 > 0
       READ 贵 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 贵车车牌照(2:6) = 旧车牌输入
       THEN MOVE 4 TO 所在类别
            MOVE 贵车号 TO 所在车号
            MOVE "贵车" TO 所在类别名
            IF 车辆已预定4 OR 车辆已租出4
            THEN SET 车辆忙 TO TRUE
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.
       SET 主档未找到 TO TRUE.
       OPEN INPUT 车辆主档.
       MOVE 旧车牌输入 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 主档已找到 TO TRUE
       IF 主档已预定 OR 主档已租出
       THEN SET 车辆忙 TO TRUE
       END-IF
       END-READ.
       CLOSE 车辆主档.

       核对未取预定.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了 OR 车辆忙
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预定车牌照(2:6) = 旧车牌输入 AND 尚未取车
       THEN SET 车辆忙 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.

       输入新车牌照.
       DISPLAY "请输入新车牌照(3位字母加3位数字):"
           NO ADVANCING.
       ACCEPT 新车牌输入.
       IF 新车牌字母部分 IS NOT ALPHABETIC
          OR 新车牌数字部分 IS NOT NUMERIC
       THEN DISPLAY "车牌照格式不正确,请重新输入."
            GO TO 输入新车牌照
       END-IF.

       核对新车牌占用.
       SET 新牌未占用 TO TRUE.
       OPEN INPUT 小车.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了 OR 新牌已占用
       READ 小车 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 小车车牌照(2:6) = 新车牌全文
       THEN SET 新牌已占用 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 小车.
       OPEN INPUT 中车.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了 OR 新牌已占用
       READ 中车 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 中车车牌照(2:6) = 新车牌全文
       THEN SET 新牌已占用 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 中车.
       OPEN INPUT 大.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了 OR 新牌已占用
       READ 大 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 大车车牌照(2:6) = 新车牌全文
       THEN SET 新牌已占用 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 大.
       OPEN INPUT 贵.
       SET 车辆扫描未完 TO TRUE.
       PERFORM UNTIL 车辆扫描完了 OR 新牌已占用
       READ 贵 NEXT RECORD
       AT END SET 车辆扫描完了 TO TRUE
       NOT AT END
       IF 贵车车牌照(2:6) = 新车牌全文
       THEN SET 新牌已占用 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.
       OPEN INPUT 车辆主档.
       MOVE 新车牌全文 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 新牌已占用 TO TRUE
       END-READ.
       CLOSE 车辆主档.
       OPEN INPUT 车牌历史.
       MOVE 新车牌全文 TO 历史旧车牌.
       READ 车牌历史 KEY IS 历史旧车牌
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 新牌已占用 TO TRUE
       END-READ.
       CLOSE 车牌历史.

       更新车辆档.
       EVALUATE 所在类别
       WHEN 1
            OPEN I-O 小车
            MOVE 所在车号 TO 小车号
            READ 小车 KEY IS 小车号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            MOVE 新车牌全文 TO 小车车牌照
            REWRITE 小车记录
            END-READ
            CLOSE 小车
       WHEN 2
            OPEN I-O 中车
            MOVE 所在车号 TO 中车号
            READ 中车 KEY IS 中车号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            MOVE 新车牌全文 TO 中车车牌照
            REWRITE 中车记录
            END-READ
            CLOSE 中车
       WHEN 3
            OPEN I-O 大
            MOVE 所在车号 TO 大车号
            READ 大 KEY IS 大车号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            MOVE 新车牌全文 TO 大车车牌照
            REWRITE 大车记录
            END-READ
            CLOSE 大
       WHEN 4
            OPEN I-O 贵
            MOVE 所在车号 TO 贵车号
            READ 贵 KEY IS 贵车号
            INVALID KEY CONTINUE
            NOT INVALID KEY
            MOVE 新车牌全文 TO 贵车车牌照
            REWRITE 贵车记录
            END-READ
            CLOSE 贵
       WHEN OTHER CONTINUE
       END-EVALUATE.
       IF 主档已找到
       THEN OPEN I-O 车辆主档
            MOVE 旧车牌输入 TO 主档车牌照
            READ 车辆主档 KEY IS 主档车牌照
            INVALID KEY CONTINUE
            NOT INVALID KEY
            MOVE 新车牌全文 TO 主档车牌照
            REWRITE 车辆主档记录
            END-READ
            CLOSE 车辆主档
       END-IF.

       更新钥匙档.
       SET 钥匙未更新 TO TRUE.
       OPEN I-O 钥匙档.
       MOVE 旧车牌输入 TO 钥匙车牌照.
       READ 钥匙档 KEY IS 钥匙车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 钥匙档记录 TO 钥匙档暂存
       DELETE 钥匙档 RECORD
       MOVE 钥匙档暂存 TO 钥匙档记录
       MOVE 新车牌全文 TO 钥匙车牌照
       WRITE 钥匙档记录
       SET 钥匙已更新 TO TRUE
       END-READ.
       CLOSE 钥匙档.

       更新合规档.
       SET 合规未更新 TO TRUE.
       OPEN I-O 合规档.
       MOVE 旧车牌输入 TO 合规车牌照.
       READ 合规档 KEY IS 合规车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 合规档记录 TO 合规档暂存
       DELETE 合规档 RECORD
       MOVE 合规档暂存 TO 合规档记录
       MOVE 新车牌全文 TO 合规车牌照
       WRITE 合规档记录
       SET 合规已更新 TO TRUE
       END-READ.
       CLOSE 合规档.

       浏览车牌历史.
       DISPLAY "原车牌 新车牌 生效日期 经办 登记日期".
       OPEN INPUT 车牌历史.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车牌历史 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END DISPLAY 历史旧车牌 " " 历史新车牌
                      " " 历史生效日期 " " 历史操作员
                      " " 历史登记日期
       END-READ
       END-PERFORM.
       CLOSE 车牌历史.

       车牌查询.
       DISPLAY "请输入车牌照(新旧均可):" NO ADVANCING.
       ACCEPT 查询车牌.
       CALL "车牌归一" USING 查询车牌 归一结果.
       DISPLAY "现用车牌:" 归一现车牌.
       IF 归一车牌数 <= 1
       THEN DISPLAY "该车牌无变更记录."
       ELSE DISPLAY "曾用车牌(由近及远):"
            MOVE 2 TO 曾用下标
            PERFORM UNTIL 曾用下标 > 归一车牌数
            DISPLAY "  " 归一车牌项(曾用下标)
            COMPUTE 曾用下标 = 曾用下标 + 1
            END-PERFORM
       END-IF.

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
