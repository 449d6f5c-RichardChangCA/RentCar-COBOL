       IDENTIFICATION DIVISION.
       PROGRAM-ID.争议管理.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 争议 ASSIGN TO "争议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 争议编号
        ALTERNATE RECORD KEY IS 争议账单号 WITH DUPLICATES.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 账单存档 ASSIGN TO "账单存档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 存档账单号.

        SELECT OPTIONAL 检查单 ASSIGN TO "检查单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 检查单编号.

        SELECT OPTIONAL 事故 ASSIGN TO "事故.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 事故编号.

        SELECT OPTIONAL 副驾驶 ASSIGN TO "副驾驶.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 副驾主键.

        SELECT OPTIONAL 应收 ASSIGN TO "应收.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应收编号.

        SELECT 证据包 ASSIGN TO "争议证据包.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 争议.
       01 争议记录.
        05 争议编号 PIC 9(6).
        05 争议账单号 PIC 9(6).
        05 争议付款方式 PIC X(4).
        05 争议顾客号 PIC 9(6).
        05 争议分店 PIC 9(2).
        05 争议金额 PIC 9(7).
        05 发卡行参考号 PIC X(16).
        05 争议状态 PIC 9.
         88 争议已受理 VALUE 1.
         88 争议证据已交 VALUE 2.
         88 争议胜诉 VALUE 3.
         88 争议败诉 VALUE 4.
        05 受理日期 PIC 9(8).
        05 证据日期 PIC 9(8).
        05 结案日期 PIC 9(8).
        05 争议应收编号 PIC 9(6).
        05 争议经办 PIC X(6).
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
       FD 账单存档.
       01 账单存档记录.
        05 存档账单号 PIC 9(6).
        05 存档客户姓名 PIC X(10).
        05 存档客户号码 PIC 9(11).
        05 存档类别1 PIC X(4).
        05 存档类别2 PIC 99.
        05 存档车牌照 PIC X(6).
        05 存档厂家1 PIC X(10).
        05 存档厂家2 PIC X(5).
        05 存档里程 PIC 9(6).
        05 存档日租金 PIC 999.
        05 存档预定起 PIC 9(8).
        05 存档归还止 PIC 9(8).
        05 存档租车天数 PIC 99.
        05 存档总金额 PIC 9(7).
        05 存档滞纳金 PIC 9999.
        05 存档超里程费 PIC 9999.
        05 存档加油费 PIC 9999.
        05 存档已收押金 PIC 9999.
        05 存档车况备注 PIC X(30).
        05 存档损坏费 PIC 9999.
        05 存档付款方式 PIC X(4).
        05 存档状态 PIC 9.
        05 存档税额 PIC 9999.
        05 存档分店 PIC 9(2).
        05 存档附加服务费 PIC 9999.
        05 存档账单顾客号 PIC 9(6).
        05 存档租车保险 PIC 9.
       FD 检查单.
       01 检查单记录.
        05 检查单编号 PIC 9(6).
        05 检查客户号 PIC 9(6).
        05 检查预定序号 PIC 9(4).
        05 检查车牌照 PIC X(6).
        05 检查类型 PIC X(4).
        05 检查车身 PIC 9.
        05 检查玻璃 PIC 9.
        05 检查轮胎 PIC 9.
        05 检查内饰 PIC 9.
        05 检查备胎 PIC 9.
        05 检查油量 PIC 9.
        05 检查备注 PIC X(30).
        05 检查日期 PIC 9(8).
        05 检查操作员 PIC X(6).
       FD 事故.
       01 事故记录.
        05 事故编号 PIC 9(6).
        05 事故车牌照 PIC X(6).
        05 事故账单号 PIC 9(6).
        05 事故描述1 PIC X(30).
        05 事故描述2 PIC X(30).
        05 事故描述3 PIC X(30).
        05 估计修理费 PIC 9(6).
        05 实际修理费 PIC 9(6).
        05 事故投保 PIC 9.
         88 事故有保险 VALUE 1.
         88 事故无保险 VALUE 0.
        05 理赔状态 PIC 9.
         88 理赔未申报 VALUE 0.
         88 理赔已申报 VALUE 1.
         88 理赔已赔付 VALUE 2.
         88 理赔已结案 VALUE 3.
        05 追回金额 PIC 9(6).
        05 事故开立日期 PIC 9(8).
        05 事故结案日期 PIC 9(8).
       FD 副驾驶.
       01 副驾驶记录.
        05 副驾主键.
         10 副驾确认号 PIC 9(6).
         10 副驾序号 PIC 9(2).
        05 副驾姓名 PIC X(10).
        05 副驾驾照号码 PIC X(12).
        05 副驾驾照有效期 PIC 9(8).
        05 副驾登记日期 PIC 9(8).
       FD 应收.
       01 应收记录.
        05 应收编号 PIC 9(6).
        05 应收顾客号 PIC 9(6).
        05 应收账单号 PIC 9(6).
        05 应收原始金额 PIC 9(7).
        05 应收已收金额 PIC 9(7).
        05 应收余额 PIC 9(7).
        05 应收开立日期 PIC 9(8).
        05 应收结清状态 PIC 9.
         88 应收未结清 VALUE 0.
         88 应收已结清 VALUE 1.
        05 应收结清日期 PIC 9(8).
       FD 证据包.
       01 证据行 PIC X(100).
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
       77 选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 账单号输入 PIC 9(6).
       77 争议编号输入 PIC 9(6).
       77 金额输入 PIC 9(7).
       77 参考号输入 PIC X(16).
       77 结果输入 PIC 9.
       77 未结争议数 PIC 9(4).
       77 未结争议额 PIC 9(9).
       77 证据项数 PIC 9(3).
       01 争议账单.
        05 证据账单号 PIC 9(6).
        05 证据顾客号 PIC 9(6).
        05 证据姓名 PIC X(10).
        05 证据电话 PIC 9(11).
        05 证据车牌 PIC X(6).
        05 证据厂家 PIC X(10).
        05 证据型号 PIC X(5).
        05 证据日租金 PIC 9(3).
        05 证据起 PIC 9(8).
        05 证据止 PIC 9(8).
        05 证据天数 PIC 9(2).
        05 证据总金额 PIC 9(7).
        05 证据押金 PIC 9(4).
        05 证据税额 PIC 9(4).
        05 证据付款方式 PIC X(4).
        05 证据分店 PIC 9(2).
        05 证据确认号 PIC 9(6).
        05 证据车况 PIC X(30).
        05 证据状态 PIC 9.
         88 证据账单有效 VALUE 1.
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
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
       DISPLAY "======== 刷卡拒付争议登记 ========".
       DISPLAY SPACE.
       DISPLAY "1、登记发卡行拒付".
       DISPLAY SPACE.
       DISPLAY "2、打印争议证据包".
       DISPLAY SPACE.
       DISPLAY "3、登记争议裁决结果".
       DISPLAY SPACE.
       DISPLAY "4、未结争议清单".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 PERFORM 登记拒付争议 THRU 登记拒付争议-EXIT
       WHEN 2 PERFORM 打印证据包 THRU 打印证据包-EXIT
       WHEN 3 PERFORM 登记裁决结果 THRU 登记裁决结果-EXIT
       WHEN 4 PERFORM 未结争议清单
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...争议登记已结束".
       STOP " ".
       EXIT PROGRAM.

       登记拒付争议.
       DISPLAY "请输入被拒付的账单号:" NO ADVANCING.
       ACCEPT 账单号输入.
       PERFORM 读取争议账单 THRU 读取争议账单-EXIT.
       IF 没找到
       THEN DISPLAY "没有该账单!"
            GO TO 登记拒付争议-EXIT
       END-IF.
       IF NOT 证据账单有效
       THEN DISPLAY "该账单已经作废,无需登记争议."
            GO TO 登记拒付争议-EXIT
       END-IF.
       IF 证据付款方式 = "记账" OR 证据付款方式 = "预付"
       THEN DISPLAY "该账单未经刷卡收款,不能登记拒付."
            GO TO 登记拒付争议-EXIT
       END-IF.
       DISPLAY "账单金额:" 证据总金额 " 付款方式:"
           证据付款方式.
       DISPLAY "请输入拒付金额(0为全额):" NO ADVANCING.
       ACCEPT 金额输入.
       IF 金额输入 = 0 OR 金额输入 > 证据总金额
       THEN MOVE 证据总金额 TO 金额输入
       END-IF.
       DISPLAY "请输入发卡行拒付参考号:" NO ADVANCING.
       ACCEPT 参考号输入.
       CALL "营业日" USING 今日日期.
       OPEN I-O 争议.
       MOVE "争议" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 争议编号.
       MOVE 证据账单号 TO 争议账单号.
       MOVE 证据付款方式 TO 争议付款方式.
       MOVE 证据顾客号 TO 争议顾客号.
       MOVE 证据分店 TO 争议分店.
       MOVE 金额输入 TO 争议金额.
       MOVE 参考号输入 TO 发卡行参考号.
       SET 争议已受理 TO TRUE.
       MOVE 今日日期 TO 受理日期.
       MOVE 0 TO 证据日期 结案日期 争议应收编号.
       MOVE 当前操作员 TO 争议经办.
       WRITE 争议记录.
       CLOSE 争议.
       MOVE "争议" TO 审计操作文件.
       MOVE "受理" TO 审计操作类型.
       MOVE 争议编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "拒付争议已登记,编号:" NO ADVANCING.
       DISPLAY 争议编号.
       登记拒付争议-EXIT.
       EXIT.

       读取争议账单.
       SET 没找到 TO TRUE.
       OPEN INPUT 账单.
       MOVE 账单号输入 TO 账单号.
       READ 账单 KEY IS 账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 找到 TO TRUE
       MOVE 账单号 TO 证据账单号
       MOVE 账单顾客号 TO 证据顾客号
       MOVE 账单客户姓名 TO 证据姓名
       MOVE 账单客户号码 TO 证据电话
       MOVE 账单车牌照 TO 证据车牌
       MOVE 账单厂家1 TO 证据厂家
       MOVE 账单厂家2 TO 证据型号
       MOVE 账单日租金 TO 证据日租金
       MOVE 账单预定起 TO 证据起
       MOVE 账单归还止 TO 证据止
       MOVE 租车天数 TO 证据天数
       MOVE 总金额 TO 证据总金额
       MOVE 已收押金 TO 证据押金
       MOVE 账单税额 TO 证据税额
       MOVE 付款方式 TO 证据付款方式
       MOVE 账单分店 TO 证据分店
       MOVE 账单确认号 TO 证据确认号
       MOVE 车况备注 TO 证据车况
       MOVE 账单状态 TO 证据状态
       END-READ.
       CLOSE 账单.
       IF 找到
       THEN GO TO 读取争议账单-EXIT
       END-IF.
       OPEN INPUT 账单存档.
       MOVE 账单号输入 TO 存档账单号.
       READ 账单存档 KEY IS 存档账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 找到 TO TRUE
       MOVE 存档账单号 TO 证据账单号
       MOVE 存档账单顾客号 TO 证据顾客号
       MOVE 存档客户姓名 TO 证据姓名
       MOVE 存档客户号码 TO 证据电话
       MOVE 存档车牌照 TO 证据车牌
       MOVE 存档厂家1 TO 证据厂家
       MOVE 存档厂家2 TO 证据型号
       MOVE 存档日租金 TO 证据日租金
       MOVE 存档预定起 TO 证据起
       MOVE 存档归还止 TO 证据止
       MOVE 存档租车天数 TO 证据天数
       MOVE 存档总金额 TO 证据总金额
       MOVE 存档已收押金 TO 证据押金
       MOVE 存档税额 TO 证据税额
       MOVE 存档付款方式 TO 证据付款方式
       MOVE 存档分店 TO 证据分店
       MOVE 0 TO 证据确认号
       MOVE 存档车况备注 TO 证据车况
       MOVE 存档状态 TO 证据状态
       END-READ.
       CLOSE 账单存档.
       读取争议账单-EXIT.
       EXIT.

       打印证据包.
       DISPLAY "请输入争议编号:" NO ADVANCING.
       ACCEPT 争议编号输入.
       OPEN I-O 争议.
       MOVE 争议编号输入 TO 争议编号.
       READ 争议 KEY IS 争议编号
       INVALID KEY DISPLAY "没有该争议记录!"
                   CLOSE 争议
                   GO TO 打印证据包-EXIT
       END-READ.
       MOVE 争议账单号 TO 账单号输入.
       PERFORM 读取争议账单 THRU 读取争议账单-EXIT.
       IF 没找到
       THEN DISPLAY "争议账单已不存在,无法生成证据包."
            CLOSE 争议
            GO TO 打印证据包-EXIT
       END-IF.
       MOVE 0 TO 证据项数.
       OPEN OUTPUT 证据包.
       PERFORM 写证据包账单.
       PERFORM 写证据包协议.
       PERFORM 写证据包检查单.
       PERFORM 写证据包事故.
       MOVE SPACE TO 证据行.
       STRING "----证据包结束,附件项数:" DELIMITED BY SIZE
              证据项数 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       CLOSE 证据包.
       IF 争议已受理
       THEN SET 争议证据已交 TO TRUE
            CALL "营业日" USING 今日日期
            MOVE 今日日期 TO 证据日期
            REWRITE 争议记录
            MOVE "争议" TO 审计操作文件
            MOVE "证据" TO 审计操作类型
            MOVE 争议编号 TO 审计操作键
            PERFORM 写审计记录
       END-IF.
       CLOSE 争议.
       DISPLAY "证据包已写入争议证据包.txt".
       打印证据包-EXIT.
       EXIT.

       写证据包账单.
       MOVE "=========== 拒付争议证据包 ==========="
         TO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "争议编号:" DELIMITED BY SIZE
              争议编号 DELIMITED BY SIZE
              " 发卡行参考号:" DELIMITED BY SIZE
              发卡行参考号 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "拒付金额:" DELIMITED BY SIZE
              争议金额 DELIMITED BY SIZE
              " 受理日期:" DELIMITED BY SIZE
              受理日期 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE "----一、账单----" TO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "账单号:" DELIMITED BY SIZE
              证据账单号 DELIMITED BY SIZE
              " 付款方式:" DELIMITED BY SIZE
              证据付款方式 DELIMITED BY SIZE
              " 分店:" DELIMITED BY SIZE
              证据分店 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "租期:" DELIMITED BY SIZE
              证据起 DELIMITED BY SIZE
              " 至 " DELIMITED BY SIZE
              证据止 DELIMITED BY SIZE
              " 天数:" DELIMITED BY SIZE
              证据天数 DELIMITED BY SIZE
              " 日租金:" DELIMITED BY SIZE
              证据日租金 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "总金额:" DELIMITED BY SIZE
              证据总金额 DELIMITED BY SIZE
              " 税额:" DELIMITED BY SIZE
              证据税额 DELIMITED BY SIZE
              " 押金:" DELIMITED BY SIZE
              证据押金 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "还车车况:" DELIMITED BY SIZE
              证据车况 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       COMPUTE 证据项数 = 证据项数 + 1.

       写证据包协议.
       MOVE "----二、租车协议----" TO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "确认号:" DELIMITED BY SIZE
              证据确认号 DELIMITED BY SIZE
              " 承租方:" DELIMITED BY SIZE
              证据姓名 DELIMITED BY SIZE
              " 电话:" DELIMITED BY SIZE
              证据电话 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "车辆:" DELIMITED BY SIZE
              证据车牌 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              证据厂家 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              证据型号 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE "----授权驾驶人----" TO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "主驾:" DELIMITED BY SIZE
              证据姓名 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       IF 证据确认号 > 0
       THEN PERFORM 列示证据副驾
       END-IF.
       MOVE "----责任条款----" TO 证据行.
       WRITE 证据行.
       MOVE "一、租期违章罚款由承租方承担." TO 证据行.
       WRITE 证据行.
       MOVE "二、逾期按日租金一半计滞纳金." TO 证据行.
       WRITE 证据行.
       MOVE "三、未投保车损由承租方赔偿." TO 证据行.
       WRITE 证据行.
       MOVE "四、仅限协议载明驾驶人驾驶." TO 证据行.
       WRITE 证据行.
       COMPUTE 证据项数 = 证据项数 + 1.

       列示证据副驾.
       OPEN INPUT 副驾驶.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 副驾驶 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 副驾确认号 = 证据确认号
       THEN MOVE SPACE TO 证据行
            STRING "副驾:" DELIMITED BY SIZE
                   副驾姓名 DELIMITED BY SIZE
                   " 驾照:" DELIMITED BY SIZE
                   副驾驾照号码 DELIMITED BY SIZE
              INTO 证据行
            WRITE 证据行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 副驾驶.

       写证据包检查单.
       MOVE "----三、取车/还车检查单(1正常 0有损)----"
         TO 证据行.
       WRITE 证据行.
       OPEN INPUT 检查单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 检查单 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 检查客户号 = 证据顾客号
          AND 检查车牌照 = 证据车牌
          AND 检查日期 >= 证据起
          AND 检查日期 <= 证据止
       THEN PERFORM 写检查单明细
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 检查单.

       写检查单明细.
       MOVE SPACE TO 证据行.
       STRING 检查类型 DELIMITED BY SIZE
              " 单号:" DELIMITED BY SIZE
              检查单编号 DELIMITED BY SIZE
              " 日期:" DELIMITED BY SIZE
              检查日期 DELIMITED BY SIZE
              " 车身" DELIMITED BY SIZE
              检查车身 DELIMITED BY SIZE
              " 玻璃" DELIMITED BY SIZE
              检查玻璃 DELIMITED BY SIZE
              " 轮胎" DELIMITED BY SIZE
              检查轮胎 DELIMITED BY SIZE
              " 内饰" DELIMITED BY SIZE
              检查内饰 DELIMITED BY SIZE
              " 备胎" DELIMITED BY SIZE
              检查备胎 DELIMITED BY SIZE
              " 油量" DELIMITED BY SIZE
              检查油量 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE SPACE TO 证据行.
       STRING "  备注:" DELIMITED BY SIZE
              检查备注 DELIMITED BY SIZE
              " 经办:" DELIMITED BY SIZE
              检查操作员 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       COMPUTE 证据项数 = 证据项数 + 1.

       写证据包事故.
       MOVE "----四、事故记录----" TO 证据行.
       WRITE 证据行.
       OPEN INPUT 事故.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 事故 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 事故账单号 = 证据账单号
       THEN PERFORM 写事故明细
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 事故.

       写事故明细.
       MOVE SPACE TO 证据行.
       STRING "事故编号:" DELIMITED BY SIZE
              事故编号 DELIMITED BY SIZE
              " 开立:" DELIMITED BY SIZE
              事故开立日期 DELIMITED BY SIZE
              " 估计修理费:" DELIMITED BY SIZE
              估计修理费 DELIMITED BY SIZE
              " 实际修理费:" DELIMITED BY SIZE
              实际修理费 DELIMITED BY SIZE
         INTO 证据行.
       WRITE 证据行.
       MOVE 事故描述1 TO 证据行.
       WRITE 证据行.
       MOVE 事故描述2 TO 证据行.
       WRITE 证据行.
       MOVE 事故描述3 TO 证据行.
       WRITE 证据行.
       COMPUTE 证据项数 = 证据项数 + 1.

       登记裁决结果.
       DISPLAY "请输入争议编号:" NO ADVANCING.
       ACCEPT 争议编号输入.
       OPEN I-O 争议.
       MOVE 争议编号输入 TO 争议编号.
       READ 争议 KEY IS 争议编号
       INVALID KEY DISPLAY "没有该争议记录!"
                   CLOSE 争议
                   GO TO 登记裁决结果-EXIT
       END-READ.
       IF 争议胜诉 OR 争议败诉
       THEN DISPLAY "该争议已经结案."
            CLOSE 争议
            GO TO 登记裁决结果-EXIT
       END-IF.
       DISPLAY 争议记录.
       DISPLAY "裁决结果(1胜诉 2败诉):" NO ADVANCING.
       ACCEPT 结果输入.
       IF 结果输入 NOT = 1 AND 结果输入 NOT = 2
       THEN DISPLAY "输入无效,未登记."
            CLOSE 争议
            GO TO 登记裁决结果-EXIT
       END-IF.
       CALL "营业日" USING 今日日期.
       MOVE 今日日期 TO 结案日期.
       IF 结果输入 = 1
       THEN SET 争议胜诉 TO TRUE
            MOVE "胜诉" TO 审计操作类型
       ELSE SET 争议败诉 TO TRUE
            MOVE "败诉" TO 审计操作类型
            PERFORM 重开争议应收
       END-IF.
       REWRITE 争议记录.
       CLOSE 争议.
       MOVE "争议" TO 审计操作文件.
       MOVE 争议编号 TO 审计操作键.
       PERFORM 写审计记录.
       IF 争议败诉
       THEN DISPLAY "争议败诉,已重开应收账款,编号:"
                NO ADVANCING
            DISPLAY 争议应收编号
       ELSE DISPLAY "争议胜诉,已结案."
       END-IF.
       登记裁决结果-EXIT.
       EXIT.

       重开争议应收.
       OPEN I-O 应收.
       MOVE "应收" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 应收编号.
       MOVE 争议顾客号 TO 应收顾客号.
       MOVE 争议账单号 TO 应收账单号.
       MOVE 争议金额 TO 应收原始金额.
       MOVE 0 TO 应收已收金额.
       MOVE 争议金额 TO 应收余额.
       MOVE 今日日期 TO 应收开立日期.
       SET 应收未结清 TO TRUE.
       MOVE 0 TO 应收结清日期.
       WRITE 应收记录.
       CLOSE 应收.
       MOVE 应收编号 TO 争议应收编号.
       MOVE "应收" TO 审计操作文件.
       MOVE "重开" TO 审计操作类型.
       MOVE 应收编号 TO 审计操作键.
       PERFORM 写审计记录.
       MOVE "败诉" TO 审计操作类型.

       未结争议清单.
       MOVE 0 TO 未结争议数 未结争议额.
       DISPLAY "----未结拒付争议----".
       DISPLAY "编号 账单号 付款 金额 状态 受理日期".
       OPEN INPUT 争议.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 争议 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 争议已受理 OR 争议证据已交
       THEN DISPLAY 争议编号 " " 争议账单号 " "
                争议付款方式 " " 争议金额 " "
                争议状态 " " 受理日期
            COMPUTE 未结争议数 = 未结争议数 + 1
            ADD 争议金额 TO 未结争议额
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 争议.
       DISPLAY "未结笔数:" 未结争议数 " 金额合计:"
           未结争议额.

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
