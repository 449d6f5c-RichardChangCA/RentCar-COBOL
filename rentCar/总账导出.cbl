        ACCESS IS DYNAMIC
        RECORD KEY IS 零用编号.

        SELECT OPTIONAL 应付 ASSIGN TO "应付.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应付编号.

        SELECT OPTIONAL 坏账核销 ASSIGN TO "坏账核销.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 核销编号.

        SELECT OPTIONAL 分店结算 ASSIGN TO "分店结算.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 结算账单号
        ALTERNATE RECORD KEY IS 结算年月 WITH DUPLICATES.

        SELECT OPTIONAL 应计收入 ASSIGN TO "应计收入.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 应计主键.

        SELECT OPTIONAL 贷项通知 ASSIGN TO "贷项通知.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贷项编号
        ALTERNATE RECORD KEY IS 贷项账单号 WITH DUPLICATES.

        SELECT OPTIONAL 争议 ASSIGN TO "争议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 争议编号
        ALTERNATE RECORD KEY IS 争议账单号 WITH DUPLICATES.

        SELECT OPTIONAL 礼券流水 ASSIGN TO "礼券流水.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 礼券流水编号.

        SELECT OPTIONAL 车贷协议 ASSIGN TO "车贷协议.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车贷车牌照.

        SELECT OPTIONAL 车贷计划 ASSIGN TO "车贷计划.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 计划主键.

        SELECT OPTIONAL 账单杂费 ASSIGN TO "账单杂费.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 杂费行主键.

        SELECT 凭证 ASSIGN TO "总账凭证.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

        05 零用操作员 PIC X(6).
        05 零用日期 PIC 9(8).
        05 零用摘要 PIC X(20).
       FD 应付.
       01 应付记录.
        05 应付编号 PIC 9(6).
        05 应付来源 PIC 9.
         88 来源维修 VALUE 1.
         88 来源租入 VALUE 2.
         88 来源燃油 VALUE 3.
         88 来源其他 VALUE 4.
        05 应付厂商代码 PIC X(4).
        05 应付供应商 PIC X(10).
        05 应付发票号 PIC X(12).
        05 应付来源键 PIC X(12).
        05 应付发票日期 PIC 9(8).
        05 应付到期日期 PIC 9(8).
        05 应付金额 PIC 9(7).
        05 应付已付金额 PIC 9(7).
        05 应付余额 PIC 9(7).
        05 应付状态 PIC 9.
         88 应付未付 VALUE 0.
         88 应付已付 VALUE 1.
        05 应付付款日期 PIC 9(8).
        05 应付付款批号 PIC 9(6).
        05 应付分店 PIC 9(2).
        05 应付登记员 PIC X(6).
       FD 坏账核销.
       01 坏账核销记录.
        05 核销编号 PIC 9(6).
        05 核销应收编号 PIC 9(6).
        05 核销顾客号 PIC 9(6).
        05 核销账单号 PIC 9(6).
        05 核销金额 PIC 9(7).
        05 核销原因 PIC 9.
        05 核销日期 PIC 9(8).
        05 核销批准主管 PIC X(6).
        05 核销经办 PIC X(6).
       FD 分店结算.
       01 分店结算记录.
        05 结算账单号 PIC 9(6).
        05 结算年月 PIC 9(6).
        05 结算取车分店 PIC 9(2).
        05 结算还车分店 PIC 9(2).
        05 结算收入基数 PIC 9(7).
        05 结算单程费 PIC 9(4).
        05 结算分成比例 PIC 9(3).
        05 结算转出额 PIC 9(7).
        05 结算日期 PIC 9(8).
       FD 应计收入.
       01 应计收入记录.
        05 应计主键.
         10 应计年月 PIC 9(6).
         10 应计顾客号 PIC 9(6).
         10 应计序号 PIC 9(4).
        05 应计确认号 PIC 9(6).
        05 应计车牌照 PIC X(6).
        05 应计分店 PIC 9(2).
        05 应计起 PIC 9(8).
        05 应计天数 PIC 9(4).
        05 应计金额 PIC 9(7).
        05 应计日期 PIC 9(8).
        05 冲回日期 PIC 9(8).
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
       FD 账单杂费.
       01 账单杂费记录.
        05 杂费行主键.
         10 杂费账单号 PIC 9(6).
         10 杂费行号 PIC 99.
        05 杂费行代码 PIC X(4).
        05 杂费行名称 PIC X(20).
        05 杂费行数量 PIC 99.
        05 杂费行单价 PIC 9(5).
        05 杂费行金额 PIC 9(6).
        05 杂费行计税 PIC 9.
         88 杂费行应税 VALUE 1.
         88 杂费行免税 VALUE 0.
        05 杂费行税额 PIC 9(5).
        05 杂费行科目 PIC X(8).
        05 杂费行分店 PIC 9(2).
        05 杂费行归还日 PIC 9(8).
       FD 科目映射.
       01 映射行 PIC X(40).
       FD 礼券流水.
       01 礼券流水记录.
        05 礼券流水编号 PIC 9(8).
        05 礼券流水序号 PIC 9(8).
        05 礼券流水日期 PIC 9(8).
        05 礼券流水类型 PIC X(6).
         88 流水售出 VALUE "售出".
         88 流水兑换 VALUE "兑换".
         88 流水逾期 VALUE "逾期".
        05 礼券流水金额 PIC 9(5).
        05 礼券流水余额 PIC 9(5).
        05 礼券流水账单号 PIC 9(6).
        05 礼券流水付款方式 PIC X(4).
        05 礼券流水经办员 PIC X(6).
       FD 车贷协议.
       01 车贷协议记录.
        05 车贷车牌照 PIC X(6).
        05 车贷编号 PIC 9(6).
        05 车贷贷款方 PIC X(20).
        05 车贷本金 PIC 9(7).
        05 车贷年利率 PIC 9(2)V99.
        05 车贷期数 PIC 9(3).
        05 车贷起息日 PIC 9(8).
        05 车贷首期日 PIC 9(8).
        05 车贷月供 PIC 9(7).
        05 车贷状态 PIC 9.
         88 车贷在贷 VALUE 1.
         88 车贷已结清 VALUE 2.
         88 车贷提前结清 VALUE 3.
        05 车贷登记日期 PIC 9(8).
        05 车贷经办员 PIC X(6).
        05 车贷结清日期 PIC 9(8).
        05 车贷结清本金 PIC 9(7).
        05 车贷结清利息 PIC 9(7).
       FD 车贷计划.
       01 车贷计划记录.
        05 计划主键.
         10 计划车牌照 PIC X(6).
         10 计划期次 PIC 9(3).
        05 计划应还日期 PIC 9(8).
        05 计划期初余额 PIC 9(7).
        05 计划利息 PIC 9(7).
        05 计划本金 PIC 9(7).
        05 计划月供 PIC 9(7).
        05 计划期末余额 PIC 9(7).
        05 计划状态 PIC 9.
         88 计划未还 VALUE 0.
         88 计划已入账 VALUE 1.
         88 计划已注销 VALUE 2.
        05 计划入账日期 PIC 9(8).
       FD 凭证.
       01 凭证行 PIC X(80).

       77 科目停车 PIC X(8) VALUE "6602".
       77 科目配件 PIC X(8) VALUE "6603".
       77 科目杂项 PIC X(8) VALUE "6609".
       77 科目维修费 PIC X(8) VALUE "6605".
       77 科目租入费 PIC X(8) VALUE "6606".
       77 科目燃油费 PIC X(8) VALUE "6607".
       77 科目应付账款 PIC X(8) VALUE "2202".
       77 科目坏账损失 PIC X(8) VALUE "6702".
       77 科目分店分成 PIC X(8) VALUE "6019".
       77 科目应计收入 PIC X(8) VALUE "1124".
       77 科目礼券负债 PIC X(8) VALUE "2244".
       77 科目礼券逾期 PIC X(8) VALUE "6018".
       77 科目车贷负债 PIC X(8) VALUE "2501".
       77 科目利息支出 PIC X(8) VALUE "6608".
       77 科目杂项收费 PIC X(8) VALUE "6020".
       77 车贷结清合计 PIC 9(8).
       77 本单金额 PIC 9(7).
       77 本单税额 PIC 9(4).
       77 本单滞纳金 PIC 9(4).
       77 本单预付抵 PIC 9(7).
       77 本单方法侧 PIC S9(8).
       77 本单租金 PIC S9(8).
       77 本单杂费 PIC 9(7).
       77 租金贷方 PIC 9(8).
       77 金额文本 PIC 9(8).
       77 账单号文本 PIC 9(6).
       01 映射是否完了 PIC 9.
        88 映射完了 VALUE 1.
        88 映射没完了 VALUE 0.
       01 杂费扫描用途 PIC 9 VALUE 0.
        88 杂费贷方入账 VALUE 1.
        88 杂费仅累计 VALUE 0.
       01 杂费扫描是否完了 PIC 9.
        88 杂费扫描完了 VALUE 1.
        88 杂费扫描未完 VALUE 0.
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.
       MOVE "日期,账单号,科目,方向,金额" TO 凭证行.
       WRITE 凭证行.
       OPEN INPUT 账单.
       OPEN INPUT 账单杂费.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 账单 NEXT RECORD
       END-READ
       END-PERFORM.
       CLOSE 账单.
       CLOSE 账单杂费.
       PERFORM 分解没收押金.
       PERFORM 分解车辆处置.
       PERFORM 分解零用金.
       PERFORM 分解应付账款.
       PERFORM 分解坏账核销.
       PERFORM 分解分店结算.
       PERFORM 分解应计收入.
       PERFORM 分解贷项通知.
       PERFORM 分解拒付败诉.
       PERFORM 分解礼券流水.
       PERFORM 分解车贷协议.
       PERFORM 分解车贷还款.
       CLOSE 凭证.
       DISPLAY SPACE.
       DISPLAY "分解账单张数:" NO ADVANCING.
       WHEN "停车" MOVE 映射值 TO 科目停车
       WHEN "配件" MOVE 映射值 TO 科目配件
       WHEN "杂项" MOVE 映射值 TO 科目杂项
       WHEN "维修费" MOVE 映射值 TO 科目维修费
       WHEN "租入费" MOVE 映射值 TO 科目租入费
       WHEN "燃油费" MOVE 映射值 TO 科目燃油费
       WHEN "应付账款" MOVE 映射值 TO 科目应付账款
       WHEN "坏账损失" MOVE 映射值 TO 科目坏账损失
       WHEN "分店分成" MOVE 映射值 TO 科目分店分成
       WHEN "应计收入" MOVE 映射值 TO 科目应计收入
       WHEN "礼券负债" MOVE 映射值 TO 科目礼券负债
       WHEN "礼券逾期" MOVE 映射值 TO 科目礼券逾期
       WHEN "车贷负债" MOVE 映射值 TO 科目车贷负债
       WHEN "利息支出" MOVE 映射值 TO 科目利息支出
       WHEN "杂项收费" MOVE 映射值 TO 科目杂项收费
       WHEN OTHER CONTINUE
       END-EVALUATE.

       MOVE 已收押金 TO 本单押金.
       MOVE 积分抵扣 TO 本单积分抵.
       MOVE 账单预付抵扣 TO 本单预付抵.
       MOVE 0 TO 本单杂费.
       SET 杂费仅累计 TO TRUE.
       PERFORM 扫描本单杂费.
       COMPUTE 本单租金 = 本单金额 + 本单押金
           + 本单积分抵 - 本单税额 - 本单滞纳金
           - 本单超里程 - 本单加油费 - 本单附加费
           - 本单损坏费 - 本单单程费 - 本单杂费.
       IF 本单租金 < 0
       THEN MOVE 0 TO 租金贷方
       ELSE MOVE 本单租金 TO 租金贷方
       END-EVALUATE.
       MOVE 本单预付抵 TO 金额文本.
       MOVE 科目预付账户 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 本单押金 TO 金额文本.
       MOVE 科目押金 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 本单积分抵 TO 金额文本.
       MOVE 科目积分 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 租金贷方 TO 金额文本.
       MOVE 科目租金收入 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 本单税额 TO 金额文本.
       MOVE 科目税金 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 本单滞纳金 TO 金额文本.
       MOVE 科目滞纳金 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 本单超里程 TO 金额文本.
       MOVE 科目超里程 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 本单加油费 TO 金额文本.
       MOVE 科目加油费 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 本单附加费 TO 金额文本.
       MOVE 科目附加服务 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 本单损坏费 TO 金额文本.
       MOVE 科目损坏费 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 本单单程费 TO 金额文本.
       MOVE 科目单程费 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       IF 本单杂费 > 0
       THEN SET 杂费贷方入账 TO TRUE
            PERFORM 扫描本单杂费
       END-IF.

       扫描本单杂费.
       MOVE 账单号 TO 杂费账单号.
       MOVE 0 TO 杂费行号.
       SET 杂费扫描未完 TO TRUE.
       START 账单杂费 KEY IS >= 杂费行主键
       INVALID KEY SET 杂费扫描完了 TO TRUE
       END-START.
       PERFORM UNTIL 杂费扫描完了
       READ 账单杂费 NEXT RECORD
       AT END SET 杂费扫描完了 TO TRUE
       NOT AT END
       IF 杂费账单号 NOT = 账单号
       THEN SET 杂费扫描完了 TO TRUE
       ELSE IF 杂费贷方入账
            THEN PERFORM 写杂费贷方行
            ELSE ADD 杂费行金额 TO 本单杂费
            END-IF
       END-IF
       END-READ
       END-PERFORM.

       写杂费贷方行.
       MOVE 杂费行金额 TO 金额文本.
       IF 杂费行科目 = SPACE
       THEN MOVE 科目杂项收费 TO 映射值
       ELSE MOVE 杂费行科目 TO 映射值
       END-IF.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解没收押金.
       OPEN INPUT 过期.
       MOVE 处置日期 TO 日期文本.
       MOVE 过期押金 TO 金额文本.
       MOVE 科目押金 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 过期押金 TO 金额文本.
       MOVE 科目没收收入 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解车辆处置.
       OPEN INPUT 处置历史.
       MOVE 车辆处置日期 TO 日期文本.
       MOVE 处置收入 TO 金额文本.
       MOVE 科目银行 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 处置账面净值 TO 金额文本.
       MOVE 科目固定资产 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       IF 处置损益 > 0
       THEN MOVE 处置损益 TO 处置差额
            MOVE 处置差额 TO 金额文本
            MOVE 科目处置损益 TO 映射值
            PERFORM 写贷方行 THRU 写贷方行-EXIT
       END-IF.
       IF 处置损益 < 0
       THEN COMPUTE 处置差额 = 0 - 处置损益
            MOVE 处置差额 TO 金额文本
            MOVE 科目处置损益 TO 映射值
            PERFORM 写借方行 THRU 写借方行-EXIT
       END-IF.

       分解零用金.
       WHEN "配件" MOVE 科目配件 TO 映射值
       WHEN OTHER MOVE 科目杂项 TO 映射值
       END-EVALUATE.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 零用金额 TO 金额文本.
       MOVE 科目现金 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解应付账款.
       OPEN INPUT 应付.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应付 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应付发票日期 >= 起始日期
          AND 应付发票日期 <= 截止日期
       THEN PERFORM 写应付发票凭证
       END-IF
       IF 应付已付 AND 应付付款日期 >= 起始日期
          AND 应付付款日期 <= 截止日期
       THEN PERFORM 写应付付款凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应付.

       写应付发票凭证.
       MOVE 应付编号 TO 账单号文本.
       MOVE 应付发票日期 TO 日期文本.
       MOVE 应付金额 TO 金额文本.
       EVALUATE TRUE
       WHEN 来源维修 MOVE 科目维修费 TO 映射值
       WHEN 来源租入 MOVE 科目租入费 TO 映射值
       WHEN 来源燃油 MOVE 科目燃油费 TO 映射值
       WHEN OTHER MOVE 科目杂项 TO 映射值
       END-EVALUATE.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 应付金额 TO 金额文本.
       MOVE 科目应付账款 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       写应付付款凭证.
       MOVE 应付编号 TO 账单号文本.
       MOVE 应付付款日期 TO 日期文本.
       MOVE 应付已付金额 TO 金额文本.
       MOVE 科目应付账款 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 应付已付金额 TO 金额文本.
       MOVE 科目银行 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解坏账核销.
       OPEN INPUT 坏账核销.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 坏账核销 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 核销日期 >= 起始日期
          AND 核销日期 <= 截止日期
       THEN PERFORM 写核销凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 坏账核销.

       写核销凭证.
       MOVE 核销账单号 TO 账单号文本.
       MOVE 核销日期 TO 日期文本.
       MOVE 核销金额 TO 金额文本.
       MOVE 科目坏账损失 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 核销金额 TO 金额文本.
       MOVE 科目应收 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解分店结算.
       OPEN INPUT 分店结算.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 分店结算 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 结算日期 >= 起始日期
          AND 结算日期 <= 截止日期
       THEN PERFORM 写分店结算凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 分店结算.

       写分店结算凭证.
       MOVE 结算账单号 TO 账单号文本.
       MOVE 结算日期 TO 日期文本.
       MOVE 结算转出额 TO 金额文本.
       MOVE SPACE TO 映射值.
       STRING 科目分店分成 DELIMITED BY SPACE
              结算还车分店 DELIMITED BY SIZE
         INTO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 结算转出额 TO 金额文本.
       MOVE SPACE TO 映射值.
       STRING 科目分店分成 DELIMITED BY SPACE
              结算取车分店 DELIMITED BY SIZE
         INTO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解应计收入.
       OPEN INPUT 应计收入.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 应计收入 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 应计日期 >= 起始日期
          AND 应计日期 <= 截止日期
       THEN PERFORM 写应计收入凭证
       END-IF
       IF 冲回日期 >= 起始日期
          AND 冲回日期 <= 截止日期
       THEN PERFORM 写应计冲回凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 应计收入.

       写应计收入凭证.
       MOVE 应计确认号 TO 账单号文本.
       MOVE 应计日期 TO 日期文本.
       MOVE 应计金额 TO 金额文本.
       MOVE 科目应计收入 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 应计金额 TO 金额文本.
       MOVE 科目租金收入 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       写应计冲回凭证.
       MOVE 应计确认号 TO 账单号文本.
       MOVE 冲回日期 TO 日期文本.
       MOVE 应计金额 TO 金额文本.
       MOVE 科目租金收入 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 应计金额 TO 金额文本.
       MOVE 科目应计收入 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解贷项通知.
       OPEN INPUT 贷项通知.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贷项通知 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 贷项日期 >= 起始日期
          AND 贷项日期 <= 截止日期
       THEN PERFORM 写贷项通知凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贷项通知.

       写贷项通知凭证.
       MOVE 贷项账单号 TO 账单号文本.
       MOVE 贷项日期 TO 日期文本.
       MOVE 减租金 TO 金额文本.
       MOVE 科目租金收入 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 减滞纳金 TO 金额文本.
       MOVE 科目滞纳金 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 减超里程 TO 金额文本.
       MOVE 科目超里程 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 减加油费 TO 金额文本.
       MOVE 科目加油费 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 减损坏费 TO 金额文本.
       MOVE 科目损坏费 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 减附加费 TO 金额文本.
       MOVE 科目附加服务 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 减税额 TO 金额文本.
       MOVE 科目税金 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 冲应收金额 TO 金额文本.
       MOVE 科目应收 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       MOVE 转退款金额 TO 金额文本.
       IF 贷项付款方式 = "刷卡"
       THEN MOVE 科目银行 TO 映射值
       ELSE MOVE 科目现金 TO 映射值
       END-IF.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解拒付败诉.
       OPEN INPUT 争议.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 争议 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 争议败诉
          AND 结案日期 >= 起始日期
          AND 结案日期 <= 截止日期
       THEN PERFORM 写拒付败诉凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 争议.

       写拒付败诉凭证.
       MOVE 争议账单号 TO 账单号文本.
       MOVE 结案日期 TO 日期文本.
       MOVE 争议金额 TO 金额文本.
       MOVE 科目应收 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 争议金额 TO 金额文本.
       MOVE 科目银行 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解礼券流水.
       OPEN INPUT 礼券流水.
       OPEN INPUT 账单.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 礼券流水 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 礼券流水日期 >= 起始日期
          AND 礼券流水日期 <= 截止日期
       THEN PERFORM 写礼券凭证 THRU 写礼券凭证-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单.
       CLOSE 礼券流水.

       写礼券凭证.
       MOVE 礼券流水序号 TO 账单号文本.
       MOVE 礼券流水日期 TO 日期文本.
       MOVE 礼券流水金额 TO 金额文本.
       IF 流水售出
       THEN IF 礼券流水付款方式 = "刷卡"
            THEN MOVE 科目银行 TO 映射值
            ELSE MOVE 科目现金 TO 映射值
            END-IF
            PERFORM 写借方行 THRU 写借方行-EXIT
            MOVE 礼券流水金额 TO 金额文本
            MOVE 科目礼券负债 TO 映射值
            PERFORM 写贷方行 THRU 写贷方行-EXIT
            GO TO 写礼券凭证-EXIT
       END-IF.
       IF 流水逾期
       THEN MOVE 科目礼券负债 TO 映射值
            PERFORM 写借方行 THRU 写借方行-EXIT
            MOVE 礼券流水金额 TO 金额文本
            MOVE 科目礼券逾期 TO 映射值
            PERFORM 写贷方行 THRU 写贷方行-EXIT
            GO TO 写礼券凭证-EXIT
       END-IF.
       MOVE 礼券流水账单号 TO 账单号文本.
       MOVE 科目礼券负债 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 礼券流水账单号 TO 账单号.
       READ 账单 KEY IS 账单号
       INVALID KEY MOVE SPACE TO 付款方式
       END-READ.
       MOVE 礼券流水金额 TO 金额文本.
       EVALUATE 付款方式
       WHEN "现金" MOVE 科目现金 TO 映射值
       WHEN "刷卡" MOVE 科目银行 TO 映射值
       WHEN OTHER MOVE 科目应收 TO 映射值
       END-EVALUATE.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.
       写礼券凭证-EXIT.
       EXIT.

       分解车贷协议.
       OPEN INPUT 车贷协议.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车贷协议 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 车贷起息日 >= 起始日期
          AND 车贷起息日 <= 截止日期
       THEN PERFORM 写车贷放款凭证
       END-IF
       IF 车贷提前结清 AND 车贷结清日期 >= 起始日期
          AND 车贷结清日期 <= 截止日期
       THEN PERFORM 写车贷结清凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车贷协议.

       写车贷放款凭证.
       MOVE 车贷编号 TO 账单号文本.
       MOVE 车贷起息日 TO 日期文本.
       MOVE 车贷本金 TO 金额文本.
       MOVE 科目固定资产 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 车贷本金 TO 金额文本.
       MOVE 科目车贷负债 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       写车贷结清凭证.
       MOVE 车贷编号 TO 账单号文本.
       MOVE 车贷结清日期 TO 日期文本.
       MOVE 车贷结清本金 TO 金额文本.
       MOVE 科目车贷负债 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 车贷结清利息 TO 金额文本.
       MOVE 科目利息支出 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       COMPUTE 车贷结清合计 = 车贷结清本金
           + 车贷结清利息.
       MOVE 车贷结清合计 TO 金额文本.
       MOVE 科目银行 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       分解车贷还款.
       OPEN INPUT 车贷协议.
       OPEN INPUT 车贷计划.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车贷计划 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 计划已入账 AND 计划应还日期 >= 起始日期
          AND 计划应还日期 <= 截止日期
       THEN PERFORM 写车贷还款凭证
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车贷计划.
       CLOSE 车贷协议.

       写车贷还款凭证.
       MOVE 计划车牌照 TO 车贷车牌照.
       READ 车贷协议 KEY IS 车贷车牌照
       INVALID KEY MOVE 0 TO 车贷编号
       END-READ.
       MOVE 车贷编号 TO 账单号文本.
       MOVE 计划应还日期 TO 日期文本.
       MOVE 计划利息 TO 金额文本.
       MOVE 科目利息支出 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 计划本金 TO 金额文本.
       MOVE 科目车贷负债 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.
       MOVE 计划月供 TO 金额文本.
       MOVE 科目银行 TO 映射值.
       PERFORM 写贷方行 THRU 写贷方行-EXIT.

       写借方行-现金.
       MOVE 本单方法侧 TO 金额文本.
       MOVE 科目现金 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.

       写借方行-银行.
       MOVE 本单方法侧 TO 金额文本.
       MOVE 科目银行 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.

       写借方行-应收.
       MOVE 本单方法侧 TO 金额文本.
       MOVE 科目应收 TO 映射值.
       PERFORM 写借方行 THRU 写借方行-EXIT.

       写借方行.
       IF 金额文本 = 0
