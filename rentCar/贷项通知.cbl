       IDENTIFICATION DIVISION.
       PROGRAM-ID.贷项通知.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 贷项通知 ASSIGN TO "贷项通知.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贷项编号
        ALTERNATE RECORD KEY IS 贷项账单号 WITH DUPLICATES.

        SELECT OPTIONAL 应收 ASSIGN TO "应收.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应收编号.

        SELECT OPTIONAL 退款 ASSIGN TO "退款.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 退款编号.

        SELECT OPTIONAL 费率 ASSIGN TO "费率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 费率编号.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT 贷项登记簿 ASSIGN TO "贷项通知登记簿.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
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
       FD 贷项通知.
       01 贷项通知记录.
        05 贷项编号 PIC 9(6).
        05 贷项账单号 PIC 9(6).
        05 贷项顾客号 PIC 9(6).
        05 贷项分店 PIC 9(2).
        05 贷项日期 PIC 9(8).
        05 贷项付款方式 PIC X(4).
        05 减租金 PIC 9(7).
        05 减滞纳金 PIC 9(4).
        05 减超里程 PIC 9(4).
        05 减加油费 PIC 9(4).
        05 减损坏费 PIC 9(4).
        05 减附加费 PIC 9(4).
        05 减税额 PIC 9(5).
        05 贷项合计 PIC 9(7).
        05 贷项原因 PIC 9.
         88 原因计费差错 VALUE 1.
         88 原因服务补偿 VALUE 2.
         88 原因车辆故障 VALUE 3.
         88 原因优惠漏录 VALUE 4.
         88 原因其他 VALUE 5.
        05 贷项批准主管 PIC X(6).
        05 贷项经办 PIC X(6).
        05 冲应收金额 PIC 9(7).
        05 转退款金额 PIC 9(7).
        05 贷项应收编号 PIC 9(6).
        05 贷项退款编号 PIC 9(6).
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
       FD 退款.
       01 退款记录.
        05 退款编号 PIC 9(6).
        05 退款顾客号 PIC 9(6).
        05 退款账单号 PIC 9(6).
        05 退款金额 PIC 9(5).
        05 退款登记日期 PIC 9(8).
        05 退款状态 PIC 9.
         88 退款未支付 VALUE 0.
         88 退款已支付 VALUE 1.
        05 退款支付日期 PIC 9(8).
        05 退款操作员 PIC X(6).
       FD 费率.
       01 费率记录.
        05 费率编号 PIC 9(2).
        05 税率百分比 PIC 9(2).
        05 周末加价百分比 PIC 9(3).
        05 里程允许额度 PIC 9(6).
        05 每格加油费额 PIC 9(3).
        05 儿童座椅价 PIC 9(3).
        05 GPS导航价 PIC 9(3).
        05 租车保险价 PIC 9(3).
        05 七天折扣百分比 PIC 9(3).
        05 十四天折扣百分比 PIC 9(3).
        05 周转间隔天数 PIC 9(2).
        05 单程费额 PIC 9(4).
        05 取消费7天外百分比 PIC 9(3).
        05 取消费3天外百分比 PIC 9(3).
        05 取消费3天内百分比 PIC 9(3).
        05 每小时百分比 PIC 9(3).
        05 半日百分比 PIC 9(3).
        05 长租天数门槛 PIC 9(3).
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
       FD 贷项登记簿.
       01 登记簿行 PIC X(100).
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
       77 原因输入 PIC 9.
       77 月份输入 PIC 9(6).
       77 月初日期 PIC 9(8).
       77 月末日期 PIC 9(8).
       77 主管编号输入 PIC X(6).
       77 主管口令输入 PIC X(8).
       77 税率 PIC 9(2) VALUE 5.
       77 原租金 PIC S9(8).
       77 原税额 PIC 9(5).
       77 原总金额 PIC 9(7).
       77 原押金 PIC 9(4).
       77 原积分抵 PIC 9(5).
       77 原滞纳金 PIC 9(4).
       77 原超里程 PIC 9(4).
       77 原加油费 PIC 9(4).
       77 原损坏费 PIC 9(4).
       77 原附加费 PIC 9(4).
       77 原单程费 PIC 9(4).
       77 已减租金 PIC 9(7).
       77 已减滞纳金 PIC 9(5).
       77 已减超里程 PIC 9(5).
       77 已减加油费 PIC 9(5).
       77 已减损坏费 PIC 9(5).
       77 已减附加费 PIC 9(5).
       77 已减税额 PIC 9(5).
       77 可减额 PIC S9(8).
       77 减租金输入 PIC 9(7).
       77 减滞纳金输入 PIC 9(4).
       77 减超里程输入 PIC 9(4).
       77 减加油费输入 PIC 9(4).
       77 减损坏费输入 PIC 9(4).
       77 减附加费输入 PIC 9(4).
       77 减免净额 PIC 9(7).
       77 减免税额 PIC 9(5).
       77 待冲金额 PIC 9(7).
       77 本次冲应收 PIC 9(7).
       77 登记笔数 PIC 9(5).
       77 登记合计 PIC 9(9).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 输入是否有效 PIC 9.
        88 输入有效 VALUE 1.
        88 输入无效 VALUE 0.
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
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
       DISPLAY "======== 账单贷项通知 ========".
       DISPLAY SPACE.
       DISPLAY "1、开立贷项通知单(需主管批准)".
       DISPLAY SPACE.
       DISPLAY "2、按账单查询贷项通知".
       DISPLAY SPACE.
       DISPLAY "3、贷项通知月度登记簿".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       EVALUATE 选择
       WHEN 1 PERFORM 开立贷项通知 THRU 开立贷项通知-EXIT
       WHEN 2 PERFORM 查询账单贷项
       WHEN 3 PERFORM 贷项月度登记簿
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...贷项通知已结束".
       STOP " ".
       EXIT PROGRAM.

       开立贷项通知.
       DISPLAY "请输入账单号:" NO ADVANCING.
       ACCEPT 账单号输入.
       OPEN INPUT 账单.
       MOVE 账单号输入 TO 账单号.
       SET 输入有效 TO TRUE.
       READ 账单 KEY IS 账单号
       INVALID KEY SET 输入无效 TO TRUE
       END-READ.
       CLOSE 账单.
       IF 输入无效
       THEN DISPLAY "没有该账单,或账单已经归档!"
            GO TO 开立贷项通知-EXIT
       END-IF.
       IF 账单已作废
       THEN DISPLAY "该账单已经作废,不能开立贷项通知."
            GO TO 开立贷项通知-EXIT
       END-IF.
       PERFORM 载入税率.
       PERFORM 累计已开贷项.
       MOVE 总金额 TO 原总金额.
       MOVE 已收押金 TO 原押金.
       MOVE 积分抵扣 TO 原积分抵.
       MOVE 账单税额 TO 原税额.
       MOVE 滞纳金 TO 原滞纳金.
       MOVE 超里程费 TO 原超里程.
       MOVE 加油费 TO 原加油费.
       MOVE 损坏费 TO 原损坏费.
       MOVE 附加服务费 TO 原附加费.
       MOVE 单程费 TO 原单程费.
       COMPUTE 原租金 = 原总金额 + 原押金 + 原积分抵
           - 原税额 - 原滞纳金 - 原超里程 - 原加油费
           - 原附加费 - 原损坏费 - 原单程费.
       IF 原租金 < 0
       THEN MOVE 0 TO 原租金
       END-IF.
       DISPLAY "----账单收费项目(原额/已贷项)----".
       DISPLAY "租金:" 原租金 "/" 已减租金.
       DISPLAY "滞纳金:" 原滞纳金 "/" 已减滞纳金.
       DISPLAY "超里程费:" 原超里程 "/" 已减超里程.
       DISPLAY "加油费:" 原加油费 "/" 已减加油费.
       DISPLAY "损坏费:" 原损坏费 "/" 已减损坏费.
       DISPLAY "附加服务费:" 原附加费 "/" 已减附加费.
       DISPLAY "税额:" 原税额 "/" 已减税额.
       DISPLAY "付款方式:" 付款方式.
       DISPLAY SPACE.
       DISPLAY "请逐项输入冲减金额(不冲减输入0).".
       DISPLAY "租金冲减:" NO ADVANCING.
       ACCEPT 减租金输入.
       COMPUTE 可减额 = 原租金 - 已减租金.
       IF 减租金输入 > 可减额
       THEN SET 输入无效 TO TRUE
       END-IF.
       DISPLAY "滞纳金冲减:" NO ADVANCING.
       ACCEPT 减滞纳金输入.
       COMPUTE 可减额 = 原滞纳金 - 已减滞纳金.
       IF 减滞纳金输入 > 可减额
       THEN SET 输入无效 TO TRUE
       END-IF.
       DISPLAY "超里程费冲减:" NO ADVANCING.
       ACCEPT 减超里程输入.
       COMPUTE 可减额 = 原超里程 - 已减超里程.
       IF 减超里程输入 > 可减额
       THEN SET 输入无效 TO TRUE
       END-IF.
       DISPLAY "加油费冲减:" NO ADVANCING.
       ACCEPT 减加油费输入.
       COMPUTE 可减额 = 原加油费 - 已减加油费.
       IF 减加油费输入 > 可减额
       THEN SET 输入无效 TO TRUE
       END-IF.
       DISPLAY "损坏费冲减:" NO ADVANCING.
       ACCEPT 减损坏费输入.
       COMPUTE 可减额 = 原损坏费 - 已减损坏费.
       IF 减损坏费输入 > 可减额
       THEN SET 输入无效 TO TRUE
       END-IF.
       DISPLAY "附加服务费冲减:" NO ADVANCING.
       ACCEPT 减附加费输入.
       COMPUTE 可减额 = 原附加费 - 已减附加费.
       IF 减附加费输入 > 可减额
       THEN SET 输入无效 TO TRUE
       END-IF.
       IF 输入无效
       THEN DISPLAY "冲减金额超过可冲减余额,开立取消."
            GO TO 开立贷项通知-EXIT
       END-IF.
       COMPUTE 减免净额 = 减租金输入 + 减滞纳金输入
           + 减超里程输入 + 减加油费输入
           + 减损坏费输入 + 减附加费输入.
       IF 减免净额 = 0
       THEN DISPLAY "没有冲减金额,开立取消."
            GO TO 开立贷项通知-EXIT
       END-IF.
       COMPUTE 减免税额 ROUNDED = 减免净额 * 税率 / 100.
       COMPUTE 可减额 = 原税额 - 已减税额.
       IF 减免税额 > 可减额
       THEN MOVE 可减额 TO 减免税额
       END-IF.
       DISPLAY "冲减净额:" NO ADVANCING.
       DISPLAY 减免净额.
       DISPLAY "冲减税额:" NO ADVANCING.
       DISPLAY 减免税额.
       DISPLAY "原因:1计费差错 2服务补偿 3车辆故障 "
           "4优惠漏录 5其他".
       DISPLAY "请输入原因代码:" NO ADVANCING.
       ACCEPT 原因输入.
       IF 原因输入 < 1 OR 原因输入 > 5
       THEN DISPLAY "原因代码无效,开立取消."
            GO TO 开立贷项通知-EXIT
       END-IF.
       DISPLAY "请主管输入编号:" NO ADVANCING.
       ACCEPT 主管编号输入.
       DISPLAY "请主管输入口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       PERFORM 核验贷项主管.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,贷项通知不生效."
            GO TO 开立贷项通知-EXIT
       END-IF.
       CALL "营业日" USING 今日日期.
       MOVE "贷项" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 贷项编号.
       MOVE 账单号 TO 贷项账单号.
       MOVE 账单顾客号 TO 贷项顾客号.
       MOVE 账单分店 TO 贷项分店.
       MOVE 今日日期 TO 贷项日期.
       MOVE 付款方式 TO 贷项付款方式.
       MOVE 减租金输入 TO 减租金.
       MOVE 减滞纳金输入 TO 减滞纳金.
       MOVE 减超里程输入 TO 减超里程.
       MOVE 减加油费输入 TO 减加油费.
       MOVE 减损坏费输入 TO 减损坏费.
       MOVE 减附加费输入 TO 减附加费.
       MOVE 减免税额 TO 减税额.
       COMPUTE 贷项合计 = 减免净额 + 减免税额.
       MOVE 原因输入 TO 贷项原因.
       MOVE 主管编号输入 TO 贷项批准主管.
       MOVE 当前操作员 TO 贷项经办.
       MOVE 0 TO 冲应收金额 转退款金额.
       MOVE 0 TO 贷项应收编号 贷项退款编号.
       MOVE 贷项合计 TO 待冲金额.
       IF 贷项付款方式 = "记账"
       THEN PERFORM 冲减应收账款
       END-IF.
       IF 待冲金额 > 0
       THEN PERFORM 登记贷项退款
       END-IF.
       OPEN I-O 贷项通知.
       WRITE 贷项通知记录.
       CLOSE 贷项通知.
       MOVE "贷项" TO 审计操作文件.
       MOVE "开立" TO 审计操作类型.
       MOVE 贷项编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "贷项通知已开立,编号:" NO ADVANCING.
       DISPLAY 贷项编号.
       DISPLAY "贷项合计:" NO ADVANCING.
       DISPLAY 贷项合计.
       IF 冲应收金额 > 0
       THEN DISPLAY "已冲减应收账款" 贷项应收编号
                ",金额:" 冲应收金额
       END-IF.
       IF 转退款金额 > 0
       THEN DISPLAY "已登记应退款" 贷项退款编号
                ",金额:" 转退款金额
       END-IF.
       开立贷项通知-EXIT.
       EXIT.

       载入税率.
       OPEN INPUT 费率.
       MOVE 1 TO 费率编号.
       READ 费率 KEY IS 费率编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 税率百分比 TO 税率
       END-READ.
       CLOSE 费率.

       累计已开贷项.
       MOVE 0 TO 已减租金 已减滞纳金 已减超里程.
       MOVE 0 TO 已减加油费 已减损坏费 已减附加费.
       MOVE 0 TO 已减税额.
       OPEN INPUT 贷项通知.
       SET 没完了 TO TRUE.
       MOVE 账单号 TO 贷项账单号.
       START 贷项通知 KEY IS = 贷项账单号
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 贷项通知 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 贷项账单号 NOT = 账单号
       THEN SET 完了 TO TRUE
       ELSE ADD 减租金 TO 已减租金
            ADD 减滞纳金 TO 已减滞纳金
            ADD 减超里程 TO 已减超里程
            ADD 减加油费 TO 已减加油费
            ADD 减损坏费 TO 已减损坏费
            ADD 减附加费 TO 已减附加费
            ADD 减税额 TO 已减税额
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贷项通知.

       核验贷项主管.
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

       冲减应收账款.
       OPEN I-O 应收.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应收 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应收账单号 = 贷项账单号 AND 应收未结清
          AND 应收余额 > 0
       THEN PERFORM 冲减本笔应收
            SET 完了 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应收.

       冲减本笔应收.
       IF 待冲金额 > 应收余额
       THEN MOVE 应收余额 TO 本次冲应收
       ELSE MOVE 待冲金额 TO 本次冲应收
       END-IF.
       SUBTRACT 本次冲应收 FROM 应收余额.
       IF 应收余额 = 0
       THEN SET 应收已结清 TO TRUE
            MOVE 今日日期 TO 应收结清日期
       END-IF.
       REWRITE 应收记录.
       SUBTRACT 本次冲应收 FROM 待冲金额.
       MOVE 本次冲应收 TO 冲应收金额.
       MOVE 应收编号 TO 贷项应收编号.
       MOVE "应收" TO 审计操作文件.
       MOVE "贷项" TO 审计操作类型.
       MOVE 应收编号 TO 审计操作键.
       PERFORM 写审计记录.

       登记贷项退款.
       OPEN I-O 退款.
       MOVE "退款" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 退款编号.
       MOVE 贷项顾客号 TO 退款顾客号.
       MOVE 贷项账单号 TO 退款账单号.
       MOVE 待冲金额 TO 退款金额.
       MOVE 今日日期 TO 退款登记日期.
       SET 退款未支付 TO TRUE.
       MOVE 0 TO 退款支付日期.
       MOVE 当前操作员 TO 退款操作员.
       WRITE 退款记录.
       CLOSE 退款.
       MOVE 待冲金额 TO 转退款金额.
       MOVE 退款编号 TO 贷项退款编号.
       MOVE 0 TO 待冲金额.
       MOVE "退款" TO 审计操作文件.
       MOVE "登记" TO 审计操作类型.
       MOVE 退款编号 TO 审计操作键.
       PERFORM 写审计记录.

       查询账单贷项.
       DISPLAY "请输入账单号:" NO ADVANCING.
       ACCEPT 账单号输入.
       MOVE 0 TO 登记笔数.
       OPEN INPUT 贷项通知.
       SET 没完了 TO TRUE.
       MOVE 账单号输入 TO 贷项账单号.
       START 贷项通知 KEY IS = 贷项账单号
       INVALID KEY SET 完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 贷项通知 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 贷项账单号 NOT = 账单号输入
       THEN SET 完了 TO TRUE
       ELSE DISPLAY 贷项通知记录
            COMPUTE 登记笔数 = 登记笔数 + 1
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贷项通知.
       IF 登记笔数 = 0
       THEN DISPLAY "该账单没有贷项通知."
       END-IF.

       贷项月度登记簿.
       DISPLAY "请输入月份(YYYYMM):" NO ADVANCING.
       ACCEPT 月份输入.
       COMPUTE 月初日期 = 月份输入 * 100 + 1.
       COMPUTE 月末日期 = 月份输入 * 100 + 31.
       MOVE 0 TO 登记笔数 登记合计.
       OPEN OUTPUT 贷项登记簿.
       MOVE SPACE TO 登记簿行.
       STRING "----贷项通知登记簿 " DELIMITED BY SIZE
              月份输入 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 登记簿行.
       WRITE 登记簿行.
       DISPLAY 登记簿行.
       MOVE SPACE TO 登记簿行.
       STRING "编号 账单号 日期 原因 净额 税额 合计"
                  DELIMITED BY SIZE
              " 主管" DELIMITED BY SIZE
         INTO 登记簿行.
       WRITE 登记簿行.
       DISPLAY 登记簿行.
       OPEN INPUT 贷项通知.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贷项通知 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 贷项日期 >= 月初日期 AND 贷项日期 <= 月末日期
       THEN PERFORM 写登记簿明细
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贷项通知.
       MOVE SPACE TO 登记簿行.
       STRING "笔数:" DELIMITED BY SIZE
              登记笔数 DELIMITED BY SIZE
              " 贷项合计:" DELIMITED BY SIZE
              登记合计 DELIMITED BY SIZE
         INTO 登记簿行.
       WRITE 登记簿行.
       DISPLAY 登记簿行.
       CLOSE 贷项登记簿.
       MOVE "贷项通知" TO 归档报表名暂存.
       MOVE "贷项通知登记簿.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 月份输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       写登记簿明细.
       COMPUTE 减免净额 = 贷项合计 - 减税额.
       MOVE SPACE TO 登记簿行.
       STRING 贷项编号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              贷项账单号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              贷项日期 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              贷项原因 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              减免净额 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              减税额 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              贷项合计 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              贷项批准主管 DELIMITED BY SIZE
         INTO 登记簿行.
       WRITE 登记簿行.
       DISPLAY 登记簿行.
       COMPUTE 登记笔数 = 登记笔数 + 1.
       ADD 贷项合计 TO 登记合计.

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
