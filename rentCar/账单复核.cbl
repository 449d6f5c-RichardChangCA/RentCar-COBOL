       IDENTIFICATION DIVISION.
       PROGRAM-ID.账单复核.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 抽检 ASSIGN TO "抽检.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 抽检账单号.

        SELECT OPTIONAL 抽检参数 ASSIGN TO "抽检参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 抽检参数编号.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 折让单 ASSIGN TO "折让单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 折让账单号.

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
       FD 抽检.
       01 抽检记录.
        05 抽检账单号 PIC 9(6).
        05 抽检账单日期 PIC 9(8).
        05 抽检分店 PIC 9(2).
        05 抽检经办员 PIC X(6).
        05 抽检总金额 PIC 9(7).
        05 抽检风险.
         10 抽检有损坏费 PIC 9.
         10 抽检有折让 PIC 9.
         10 抽检有积分抵扣 PIC 9.
         10 抽检有促销折减 PIC 9.
        05 抽检日期 PIC 9(8).
        05 抽检状态 PIC 9.
         88 待复核 VALUE 0.
         88 复核无误 VALUE 1.
         88 复核已更正 VALUE 2.
         88 复核已移交 VALUE 3.
        05 复核员 PIC X(6).
        05 复核日期 PIC 9(8).
        05 复核说明 PIC X(30).
       FD 抽检参数.
       01 抽检参数记录.
        05 抽检参数编号 PIC 9(2).
        05 抽检百分比 PIC 9(2).
        05 风险加权倍数 PIC 9(2).
        05 每日最少张数 PIC 9(2).
        05 抽检设置员 PIC X(6).
        05 抽检设置日期 PIC 9(8).
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
       FD 折让单.
       01 折让单记录.
        05 折让账单号 PIC 9(6).
        05 折让金额 PIC 9(5).
        05 折让原因 PIC X(8).
        05 折让经办 PIC X(6).
        05 折让批准主管 PIC X(6).
        05 折让日期 PIC 9(8).
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
       77 账单号输入 PIC 9(6).
       77 结果输入 PIC 9.
       77 说明输入 PIC X(30).
       77 百分比输入 PIC 9(2).
       77 倍数输入 PIC 9(2).
       77 张数输入 PIC 9(2).
       77 待复核张数 PIC 9(5).
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       01 参数是否存在 PIC 9.
        88 参数已存在 VALUE 1.
        88 参数不存在 VALUE 0.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
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
       DISPLAY "======== 账单抽检复核 ========".
       DISPLAY SPACE.
       DISPLAY "1、浏览待复核账单".
       DISPLAY SPACE.
       DISPLAY "2、登记复核结果(须主管)".
       DISPLAY SPACE.
       DISPLAY "3、设置抽检参数(须主管)".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 浏览待复核
       WHEN 2 PERFORM 登记复核结果 THRU 登记复核结果-EXIT
       WHEN 3 PERFORM 设置抽检参数 THRU 设置抽检参数-EXIT
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...账单抽检复核已结束".
       STOP " ".
       EXIT PROGRAM.

       浏览待复核.
       MOVE 0 TO 待复核张数.
       DISPLAY "账单号 账单日期 分店 经办员 总金额 "
           "损坏/折让/积分/促销".
       OPEN INPUT 抽检.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 抽检 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 待复核
       THEN DISPLAY 抽检账单号 " " 抽检账单日期
                " " 抽检分店 " " 抽检经办员
                " " 抽检总金额 " " 抽检风险
            COMPUTE 待复核张数 = 待复核张数 + 1
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 抽检.
       DISPLAY "待复核账单共:" 待复核张数 "张".

       登记复核结果.
       PERFORM 核验复核主管.
       IF 主管未通过
       THEN DISPLAY "仅主管可登记复核结果."
            GO TO 登记复核结果-EXIT
       END-IF.
       DISPLAY "请输入账单号:" NO ADVANCING.
       ACCEPT 账单号输入.
       OPEN I-O 抽检.
       MOVE 账单号输入 TO 抽检账单号.
       READ 抽检 KEY IS 抽检账单号
       INVALID KEY DISPLAY "该账单不在抽检队列中!"
                   CLOSE 抽检
                   GO TO 登记复核结果-EXIT
       END-READ.
       IF NOT 待复核
       THEN DISPLAY "该账单已由" 复核员 "于" 复核日期
                "复核."
            CLOSE 抽检
            GO TO 登记复核结果-EXIT
       END-IF.
       IF 抽检经办员 = 当前操作员
       THEN DISPLAY "不能复核本人经办的账单."
            CLOSE 抽检
            GO TO 登记复核结果-EXIT
       END-IF.
       PERFORM 显示账单明细.
       DISPLAY "复核结果(1无误/2已更正/3移交处理,0放弃):"
           NO ADVANCING.
       ACCEPT 结果输入.
       IF 结果输入 < 1 OR 结果输入 > 3
       THEN DISPLAY "未登记复核结果."
            CLOSE 抽检
            GO TO 登记复核结果-EXIT
       END-IF.
       MOVE SPACE TO 说明输入.
       DISPLAY "复核说明:" NO ADVANCING.
       ACCEPT 说明输入.
       MOVE 结果输入 TO 抽检状态.
       MOVE 当前操作员 TO 复核员.
       MOVE 今日日期 TO 复核日期.
       MOVE 说明输入 TO 复核说明.
       REWRITE 抽检记录.
       CLOSE 抽检.
       MOVE "抽检" TO 审计操作文件.
       MOVE "复核" TO 审计操作类型.
       MOVE 账单号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "复核结果已登记.".
       登记复核结果-EXIT.
       EXIT.

       显示账单明细.
       OPEN INPUT 账单.
       MOVE 账单号输入 TO 账单号.
       READ 账单 KEY IS 账单号
       INVALID KEY DISPLAY "账单档中已无该账单."
       NOT INVALID KEY
       DISPLAY "客户:" 账单客户姓名 " 车牌:" 账单车牌照
       DISPLAY "起止:" 账单预定起 " -" 账单归还止
           " 天数:" 租车天数
       DISPLAY "总金额:" 总金额 " 税额:" 账单税额
           " 押金:" 已收押金
       DISPLAY "滞纳金:" 滞纳金 " 超里程费:" 超里程费
           " 加油费:" 加油费
       DISPLAY "损坏费:" 损坏费
           " 附加服务费:" 附加服务费
           " 单程费:" 单程费
       DISPLAY "积分抵扣:" 积分抵扣
           " 促销码:" 账单促销码
           " 促销折减:" 促销折减
       DISPLAY "付款方式:" 付款方式
           " 车况备注:" 车况备注
       END-READ.
       CLOSE 账单.
       OPEN INPUT 折让单.
       MOVE 账单号输入 TO 折让账单号.
       READ 折让单 KEY IS 折让账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       DISPLAY "主管折让:" 折让金额 " 原因:" 折让原因
           " 批准:" 折让批准主管
       END-READ.
       CLOSE 折让单.
       DISPLAY "开单经办员:" 抽检经办员.

       设置抽检参数.
       PERFORM 核验复核主管.
       IF 主管未通过
       THEN DISPLAY "仅主管可设置抽检参数."
            GO TO 设置抽检参数-EXIT
       END-IF.
       OPEN I-O 抽检参数.
       MOVE 1 TO 抽检参数编号.
       READ 抽检参数 KEY IS 抽检参数编号
       INVALID KEY SET 参数不存在 TO TRUE
                   MOVE 5 TO 抽检百分比
                   MOVE 4 TO 风险加权倍数
                   MOVE 1 TO 每日最少张数
       NOT INVALID KEY SET 参数已存在 TO TRUE
       END-READ.
       DISPLAY "现行:抽检比例(%)" 抽检百分比
           " 风险加权倍数" 风险加权倍数
           " 每日最少张数" 每日最少张数.
       DISPLAY "请输入抽检比例(%,1-99):" NO ADVANCING.
       ACCEPT 百分比输入.
       IF 百分比输入 = 0
       THEN DISPLAY "抽检比例不能为0,参数未修改."
            CLOSE 抽检参数
            GO TO 设置抽检参数-EXIT
       END-IF.
       DISPLAY "请输入风险账单(损坏费/折让/积分/促销)"
           "的加权倍数:"
           NO ADVANCING.
       ACCEPT 倍数输入.
       IF 倍数输入 = 0
       THEN MOVE 1 TO 倍数输入
       END-IF.
       DISPLAY "请输入每日最少抽检张数:" NO ADVANCING.
       ACCEPT 张数输入.
       MOVE 1 TO 抽检参数编号.
       MOVE 百分比输入 TO 抽检百分比.
       MOVE 倍数输入 TO 风险加权倍数.
       MOVE 张数输入 TO 每日最少张数.
       MOVE 当前操作员 TO 抽检设置员.
       MOVE 今日日期 TO 抽检设置日期.
       IF 参数已存在
       THEN REWRITE 抽检参数记录
       ELSE WRITE 抽检参数记录
       END-IF.
       CLOSE 抽检参数.
       MOVE "抽检" TO 审计操作文件.
       MOVE "参数" TO 审计操作类型.
       MOVE 百分比输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "抽检参数已保存.".
       设置抽检参数-EXIT.
       EXIT.

       核验复核主管.
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
