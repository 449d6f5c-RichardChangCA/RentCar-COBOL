        ACCESS IS DYNAMIC
        LOCK MODE IS AUTOMATIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS Ԥ����������
            WITH DUPLICATES
        FILE STATUS IS 预定文件状态.

        SELECT �˵� ASSIGN TO "�˵�.dat"
        LOCK MODE IS AUTOMATIC
        RECORD KEY IS �˵���
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS �˵���������
            WITH DUPLICATES.

        SELECT С�� ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS �˵���2
        ALTERNATE RECORD KEY IS 账单顾客号2 WITH DUPLICATES
        ALTERNATE RECORD KEY IS �˵���������2
            WITH DUPLICATES.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预付流水编号.

        SELECT OPTIONAL 礼券 ASSIGN TO "礼券.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 礼券序号.

        SELECT OPTIONAL 礼券流水 ASSIGN TO "礼券流水.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 礼券流水编号.

        SELECT OPTIONAL 事故 ASSIGN TO "事故.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        ACCESS IS DYNAMIC
        RECORD KEY IS 送车确认号.

        SELECT OPTIONAL 年费会员 ASSIGN TO "年费会员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 年费顾客号.

        SELECT OPTIONAL 会员参数 ASSIGN TO "会员参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 会员参数编号.

        SELECT OPTIONAL 异地还车 ASSIGN TO "异地还车.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 异地账单号.

        SELECT OPTIONAL 司机排班 ASSIGN TO "司机排班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 排班确认号
        ALTERNATE RECORD KEY IS 排班司机编号 WITH DUPLICATES.

        SELECT OPTIONAL 暂还 ASSIGN TO "暂还.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        ACCESS IS DYNAMIC
        RECORD KEY IS 假日日期.

        SELECT OPTIONAL 预定收益 ASSIGN TO "预定收益.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 收益确认号.

        SELECT OPTIONAL 汇率 ASSIGN TO "汇率.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 汇率主键.

        SELECT OPTIONAL 账单外币 ASSIGN TO "账单外币.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 外币账单号.


        SELECT OPTIONAL 钥匙档 ASSIGN TO "钥匙档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 钥匙车牌照.
        SELECT OPTIONAL 电量记录 ASSIGN TO "电量记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 电量确认号.
        SELECT OPTIONAL 充电参数 ASSIGN TO "充电参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 充电参数编号.
        SELECT OPTIONAL 计费方案 ASSIGN TO "计费方案.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 方案确认号.

        SELECT OPTIONAL 分店特许 ASSIGN TO "分店特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许分店代码.

        SELECT OPTIONAL 账单特许 ASSIGN TO "账单特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许账单号.

        SELECT OPTIONAL 杂费目录 ASSIGN TO "杂费目录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 杂费代码.

        SELECT OPTIONAL 账单杂费 ASSIGN TO "账单杂费.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 杂费行主键.

       DATA DIVISION.
       FILE SECTION.
        05 预付流水类型 PIC X(4).
        05 预付流水金额 PIC 9(7).
        05 预付流水余额 PIC 9(7).
       FD 礼券.
       01 礼券记录.
        05 礼券序号 PIC 9(8).
        05 礼券面值 PIC 9(5).
        05 礼券余额 PIC 9(5).
        05 礼券售出日期 PIC 9(8).
        05 礼券到期日期 PIC 9(8).
        05 礼券购买人 PIC X(20).
        05 礼券购买客户号 PIC 9(6).
        05 礼券付款方式 PIC X(4).
        05 礼券状态 PIC 9.
         88 礼券有效 VALUE 1.
         88 礼券已用完 VALUE 2.
         88 礼券已逾期 VALUE 3.
        05 礼券末次使用日期 PIC 9(8).
        05 礼券逾期日期 PIC 9(8).
        05 礼券经办员 PIC X(6).
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
       FD 事故.
       01 事故记录.
        05 事故编号 PIC 9(6).
        05 送车日期 PIC 9(8).
        05 取回日期 PIC 9(8).
        05 送车分店 PIC 9(2).
       FD 司机排班.
       01 司机排班记录.
        05 排班确认号 PIC 9(6).
        05 排班司机编号 PIC 9(4).
        05 排班顾客号 PIC 9(6).
        05 排班起 PIC 9(8).
        05 排班止 PIC 9(8).
        05 排班日费率 PIC 9(4).
        05 排班加班费率 PIC 9(3).
        05 排班状态 PIC 9.
         88 排班已派 VALUE 1.
         88 排班已结 VALUE 2.
         88 排班已撤 VALUE 3.
        05 排班天数 PIC 9(3).
        05 排班加班工时 PIC 9(3).
        05 排班工时 PIC 9(4).
        05 排班司机费 PIC 9(6).
        05 排班账单号 PIC 9(6).
        05 排班结清日期 PIC 9(8).
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
       FD 异地还车.
       01 异地还车记录.
        05 异地账单号 PIC 9(6).
        05 异地取车分店 PIC 9(2).
        05 异地还车分店 PIC 9(2).
        05 异地还车日期 PIC 9(8).
        05 异地结算月 PIC 9(6).
       FD 暂还.
       01 暂还记录.
        05 暂还确认号 PIC 9(6).
        05 分店休业 PIC 9.
         88 当日休业 VALUE 1.
         88 当日营业 VALUE 0.
       FD 预定收益.
       01 预定收益记录.
        05 收益确认号 PIC 9(6).
        05 收益类别代码 PIC 9(2).
        05 收益档位 PIC 9.
        05 收益加价百分比 PIC 9(3).
        05 收益占用率 PIC 9(3).
        05 收益基准日租金 PIC 9(3).
        05 收益报价日租金 PIC 9(4).
        05 收益登记日期 PIC 9(8).
        05 收益账单号 PIC 9(6).
        05 收益增收金额 PIC 9(7).
        05 收益结算状态 PIC 9.
         88 收益未结算 VALUE 0.
         88 收益已结算 VALUE 1.
       FD 汇率.
       01 汇率记录.
        05 汇率主键.
         10 汇率币种 PIC X(3).
         10 汇率日期 PIC 9(8).
        05 汇率值 PIC 9(7).
        05 汇率登记主管 PIC X(6).
       FD 账单外币.
       01 账单外币记录.
        05 外币账单号 PIC 9(6).
        05 外币币种 PIC X(3).
        05 外币金额 PIC 9(7).
        05 外币汇率 PIC 9(7).
        05 外币折合金额 PIC 9(7).
        05 外币营业日 PIC 9(8).
        05 外币操作员 PIC X(6).
       FD 电量记录.
       01 电量记录行.
        05 电量确认号 PIC 9(6).
        05 电量车牌照 PIC X(7).
        05 取车电量 PIC 9(3).
        05 取车电量日期 PIC 9(8).
        05 还车电量 PIC 9(3).
        05 还车电量日期 PIC 9(8).
        05 充电费额 PIC 9(5).
       FD 充电参数.
       01 充电参数记录.
        05 充电参数编号 PIC 9(2).
        05 每点充电费额 PIC 9(3).
        05 充电设置操作员 PIC X(6).
        05 充电设置日期 PIC 9(8).
       FD 计费方案.
       01 计费方案记录.
        05 方案确认号 PIC 9(6).
        05 方案代码 PIC 9.
         88 方案按日计费 VALUE 1.
         88 方案按里程计费 VALUE 2.
        05 方案基础日租金 PIC 9(3).
        05 方案每公里费 PIC 9(3).
        05 方案登记日期 PIC 9(8).
        05 方案账单号 PIC 9(6).
        05 方案行驶里程 PIC 9(6).
        05 方案里程费 PIC 9(7).
        05 方案结算状态 PIC 9.
         88 方案未结算 VALUE 0.
         88 方案已结算 VALUE 1.
       FD 分店特许.
       01 分店特许记录.
        05 特许分店代码 PIC 9(2).
        05 特许百分比 PIC 9(2)V99.
        05 特许设置日期 PIC 9(8).
       FD 账单特许.
       01 账单特许记录.
        05 特许账单号 PIC 9(6).
        05 特许账单分店 PIC 9(2).
        05 特许费率 PIC 9(2)V99.
        05 特许计费基数 PIC 9(7).
        05 特许费额 PIC 9(5).
        05 特许营业日 PIC 9(8).
       FD 杂费目录.
       01 杂费目录记录.
        05 杂费代码 PIC X(4).
        05 杂费名称 PIC X(20).
        05 杂费标准价 PIC 9(5).
        05 杂费计税 PIC 9.
         88 杂费应税 VALUE 1.
         88 杂费免税 VALUE 0.
        05 杂费科目 PIC X(8).
        05 杂费触发 PIC 9.
         88 杂费无触发 VALUE 0.
         88 杂费钥匙遗失 VALUE 1.
        05 杂费状态 PIC 9.
         88 杂费启用 VALUE 1.
         88 杂费停用 VALUE 0.
        05 杂费设置日期 PIC 9(8).
        05 杂费设置主管 PIC X(6).
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

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 税率 PIC 9(2) VALUE 5.
       77 临时税额 PIC 9(4).
       77 临时折扣 PIC 9(2).
       01 年费会员资格 PIC 9.
        88 年费会员有效 VALUE 1.
        88 年费会员无效 VALUE 0.
       77 年费折扣暂存 PIC 9(2).
       77 合同客户暂存 PIC 9(6).
       77 合同类别暂存 PIC 9(2).
       77 合同止暂存 PIC 9(8).
       77 合同结果暂存 PIC 9.
       01 临时企业客户 PIC 9.
        88 临时是企业客户 VALUE 1.
        88 临时不是企业客户 VALUE 0.
       77 还车油量输入 PIC 9.
       77 油量差 PIC 9.
       77 临时加油费 PIC 9(4).
       77 能源电动暂存 PIC 9.
       77 起始电量暂存 PIC 9(3).
       77 还车电量输入 PIC 9(3).
       77 电量差 PIC 9(3).
       77 临时充电费 PIC 9(4).
       77 每点充电费 PIC 9(3) VALUE 2.
       77 儿童座椅费 PIC 9(3) VALUE 20.
       77 GPS导航费 PIC 9(3) VALUE 30.
       77 租车保险费 PIC 9(3) VALUE 50.
       77 损坏费输入 PIC 9(4).
       77 付款方式输入 PIC X(4).
       77 还车分店输入 PIC 9(2).
       77 车位模式参数 PIC 9.
       77 车位分店参数 PIC 9(2).
       77 车位车牌参数 PIC X(6).
       77 车位号参数 PIC 9(4).
       77 原取车分店 PIC 9(2).
       77 临时单程费 PIC 9(4).
       77 单程费标准 PIC 9(4) VALUE 100.
       77 预付抵扣额 PIC 9(7).
       77 预付余额暂存 PIC 9(7).
       77 挂账金额暂存 PIC 9(7).
       77 礼券序号输入 PIC 9(8).
       77 礼券抵扣额 PIC 9(7).
       77 本券抵扣额 PIC 9(5).
       77 礼券余额暂存 PIC 9(5).
       77 礼券今日 PIC 9(8).
       77 检查类型参数 PIC X(4).
       77 检查客户参数 PIC 9(6).
       77 检查序号参数 PIC 9(4).
        88 会员白金级 VALUE 3.
       77 当前营业日 PIC 9(8).
       77 送车费暂存 PIC 9(4).
       77 司机费暂存 PIC 9(6).
       77 司机天数暂存 PIC 9(3).
       77 司机加班输入 PIC 9(3).
       01 司机排班是否登记 PIC 9.
        88 有司机排班 VALUE 1.
        88 无司机排班 VALUE 0.
       77 顾客出生暂存 PIC 9(8).
       77 驾驶年龄 PIC 9(3).
       77 青年附加费 PIC 9(3) VALUE 100.
       77 星期计算值 PIC 9(4).
       77 星期计算商 PIC 9(4).
       77 取车星期几 PIC 9.
       77 收益加价暂存 PIC 9(3).
       77 收益增收暂存 PIC 9(7).
       77 外币选择 PIC 9.
       77 外币币种输入 PIC X(3).
       77 外币金额输入 PIC 9(7).
       77 外币应付暂存 PIC 9(7).
       77 外币折合暂存 PIC 9(7).
       77 外币汇率暂存 PIC 9(7).
       77 人民币余额暂存 PIC 9(7).
       01 外币是否收取 PIC 9.
        88 收取外币 VALUE 1.
        88 未收外币 VALUE 0.
       01 收益是否适用 PIC 9.
        88 收益档位适用 VALUE 1.
        88 收益档位不适用 VALUE 0.
       01 计费方案是否适用 PIC 9.
        88 按里程方案适用 VALUE 1.
        88 按里程方案不适用 VALUE 0.
       77 计程每公里暂存 PIC 9(3).
       77 临时里程费 PIC 9(7).
       77 里程费溢额 PIC 9(7).
       77 特许百分比暂存 PIC 9(2)V99.
       77 临时特许费 PIC 9(5).
       77 特许基数暂存 PIC 9(7).
       01 杂费待登记.
        05 待登记行 OCCURS 10 TIMES.
         10 待登记代码 PIC X(4).
         10 待登记名称 PIC X(20).
         10 待登记数量 PIC 99.
         10 待登记单价 PIC 9(5).
         10 待登记金额 PIC 9(6).
         10 待登记计税 PIC 9.
         10 待登记税额 PIC 9(5).
         10 待登记科目 PIC X(8).
       77 杂费行数 PIC 99.
       77 杂费下标 PIC 99.
       77 临时杂费合计 PIC 9(6).
       77 临时杂费税额 PIC 9(5).
       77 杂费代码输入 PIC X(4).
       77 杂费数量输入 PIC 99.
       77 杂费单价输入 PIC 9(5).
       77 杂费确认选择 PIC 9.
       01 杂费是否录完 PIC 9.
        88 杂费录完 VALUE 1.
        88 杂费未录完 VALUE 0.
       01 钥匙是否遗失 PIC 9.
        88 钥匙已遗失 VALUE 1.
        88 钥匙未遗失 VALUE 0.
       01 取车是否周末 PIC 9.
        88 取车是周末 VALUE 1.
        88 取车不是周末 VALUE 0.
       77 借还模式参数 PIC 9.
       77 借还类型参数 PIC 9.
       77 借还确认号参数 PIC 9(6).
       77 借还分店参数 PIC 9(2).
       77 借还应还参数 PIC 9(8).
       77 借还结果参数 PIC 9.
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       MOVE 报价金额 TO 约定报价暂存.
       MOVE 团体编号 TO 团体编号暂存.
       MOVE 已结算至 TO 已结算至暂存.
       DISPLAY "�����������("
           "��ʽΪ��λ������20160917)".
       ACCEPT ��������.
       CALL "营业日" USING 当前营业日.
       IF �������� < 当前营业日
       IF 有暂还登记
       THEN MOVE 暂还时刻 TO 归还时刻输入
       END-IF.
       PERFORM 登记还车能量.
       MOVE "还车" TO 检查类型参数.
       MOVE Ԥ���˿ͺ� TO 检查客户参数.
       MOVE 预定序号 TO 检查序号参数.
       ACCEPT 车况备注输入.
       DISPLAY "请输入新增损坏费(无请输入0):" NO ADVANCING.
       ACCEPT 损坏费输入.
       PERFORM 录入杂项收费 THRU 录入杂项收费-EXIT.
       DISPLAY "付款方式(现金/刷卡/记账/预付/礼券):"
           NO ADVANCING.
       ACCEPT 付款方式输入.
       MOVE 预定分店 TO 原取车分店.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 最大账单号.
       MOVE 最大账单号 TO �˵���.
       MOVE Ԥ���˿����� TO
           �˵��˿�����.
       MOVE Ԥ���˿ͺ��� TO �˵��˿ͺ���.
       MOVE Ԥ���˿ͺ� TO 账单顾客号.
       MOVE Ԥ������1 TO �˵�����1.
       MOVE Ԥ������2 TO �˵�����2.
       MOVE Ԥ���������� TO
           �˵���������.
       MOVE Ԥ��������1 TO �˵�������1.
       MOVE Ԥ��������2 TO �˵�������2.
       MOVE 回车里程数 TO �˵�������3.
       MOVE Ԥ�����ձ��� TO
           �˵����ձ���.
       MOVE Ԥ���� TO �˵�Ԥ����.
       MOVE �黹�� TO �˵��黹��.
       MOVE 预定分店 TO 账单分店.
       MOVE GPS导航 TO 账单GPS导航.
       MOVE 租车保险 TO 账单租车保险.
       MOVE �˵��黹�� TO �����˵��黹��.
       MOVE �˵�Ԥ���� TO
           �����˵�Ԥ����.
       IF 已结算至暂存 > 0
       THEN MOVE 已结算至暂存 TO
           �����˵�Ԥ����
            DISPLAY "长租预定,只计上次结算后天数."
       END-IF.
       MOVE �˵����ձ��� TO
           �����˵����ձ���.
       CALL "日期工具" USING �����˵�Ԥ����
           �����˵��黹��
           日期差结果.
       MOVE 日期差结果 TO ����������.
       PERFORM 计算取车星期.
       PERFORM 核对取车节假.
       IF 取车是周末 OR 取车是节假日
       THEN COMPUTE �����˵����ձ��� =
           �����˵����ձ��� * 周末加价比例
           / 100
       END-IF.
       IF 取车是节假日 AND NOT 取车是周末
       THEN DISPLAY "取车日为节假日,按节假加价计费."
       END-IF.
       PERFORM 套用预定收益档位.
       PERFORM 套用预定计费方案.
       IF ���������� = 0
       THEN PERFORM 计算部分日租费
            MOVE 部分日费额 TO �����ܽ��
       ELSE
       EVALUATE TRUE
       WHEN ���������� >= 14
       COMPUTE �����ܽ�� = ����������
           * �����˵����ձ���
           * 十四天折扣比例 / 100
       WHEN ���������� >= 7
       COMPUTE �����ܽ�� = ����������
           * �����˵����ձ���
           * 七天折扣比例 / 100
       WHEN OTHER
       COMPUTE �����ܽ�� = ����������
           * �����˵����ձ���
       END-EVALUATE
       END-IF.
       MOVE 0 TO 收益增收暂存.
       IF 收益档位适用
       THEN COMPUTE 收益增收暂存 =
                �����ܽ�� - �����ܽ��
                * 100 / (100 + 收益加价暂存)
       END-IF.
       PERFORM 查找企业折扣.
       IF 临时是企业客户
       THEN COMPUTE �����ܽ�� = �����ܽ�� *
           (100 - 临时折扣) / 100
       END-IF.
       PERFORM 载入年费会员 THRU 载入年费会员-EXIT.
       IF 年费会员有效 AND 年费折扣暂存 > 0
       THEN COMPUTE �����ܽ�� = �����ܽ�� *
           (100 - 年费折扣暂存) / 100
            DISPLAY "年费会员租金折扣(%):" NO ADVANCING
            DISPLAY 年费折扣暂存
       END-IF.
       PERFORM 计算机场特许费.
       COMPUTE 临时税额 = �����ܽ�� * 税率 / 100.
       IF 杂费行数 > 0
       THEN PERFORM 计算杂项收费
       END-IF.
       MOVE 0 TO 逾期天数.
       MOVE 0 TO 临时滞纳金.
       MOVE �������� TO 临时归还日期.
       IF 临时归还日期 > 原定归还
       CALL "日期工具" USING 原定归还 临时归还日期
           日期差结果
       MOVE 日期差结果 TO 逾期天数
       COMPUTE 临时滞纳金 = 逾期天数 *
           �����˵����ձ��� / 2
       END-IF.
       MOVE Ԥ��������3 TO 起始里程.
       COMPUTE 行驶里程有符 = 回车里程数 - 起始里程.
       ELSE MOVE 0 TO 超里程数
            MOVE 0 TO 临时超里程费
       END-IF.
       MOVE 0 TO 里程费溢额.
       IF 按里程方案适用
       THEN COMPUTE 临时里程费 =
                行驶里程 * 计程每公里暂存
            MOVE 0 TO 超里程数
            IF 临时里程费 > 9999
            THEN MOVE 9999 TO 临时超里程费
                 COMPUTE 里程费溢额 = 临时里程费 - 9999
            ELSE MOVE 临时里程费 TO 临时超里程费
            END-IF
       END-IF.
       MOVE 取车油量 TO 起始油量.
       IF 还车油量输入 < 起始油量
       THEN COMPUTE 油量差 = 起始油量 - 还车油量输入
       ELSE MOVE 0 TO 油量差
            MOVE 0 TO 临时加油费
       END-IF.
       IF 能源电动暂存 = 1
       THEN MOVE 临时充电费 TO 临时加油费
       END-IF.
       COMPUTE �����ܽ�� = �����ܽ�� +
           临时超里程费.
       COMPUTE �����ܽ�� = �����ܽ�� +
           临时滞纳金.
       COMPUTE �����ܽ�� = �����ܽ�� +
           临时加油费.
       COMPUTE �����ܽ�� = �����ܽ�� +
           临时税额.
       PERFORM 载入会员等级.
       MOVE 0 TO 临时附加服务费.
       IF 选配儿童座椅
       IF 选配GPS导航
       THEN IF 会员白金级
            THEN DISPLAY "白金会员免收GPS导航费."
            ELSE IF 年费会员有效
                 THEN DISPLAY "年费会员免收GPS导航费."
                 ELSE ADD GPS导航费 TO 临时附加服务费
                 END-IF
            END-IF
       END-IF.
       IF 选配租车保险
       PERFORM 加收青年附加费.
       PERFORM 加收副驾驶费.
       PERFORM 加收送车服务费.
       PERFORM 加收司机服务费 THRU 加收司机服务费-EXIT.
       IF 里程费溢额 > 0
          AND 临时附加服务费 + 里程费溢额 > 9999
       THEN DISPLAY "按里程计费金额超出账单可记载上限,"
                "本单不能结算,请转主管人工处理."
            CLOSE �˵�
            CLOSE Ԥ��
            STOP " "
            EXIT PROGRAM
       END-IF.
       ADD 里程费溢额 TO 临时附加服务费.
       COMPUTE �����ܽ�� = �����ܽ�� +
           临时附加服务费.
       MOVE 0 TO 临时单程费.
       IF 还车分店输入 NOT = 原取车分店
       THEN IF 年费会员有效
            THEN DISPLAY "异地还车,年费会员免收单程费."
            ELSE MOVE 单程费标准 TO 临时单程费
                 DISPLAY "异地还车,本单收取单程费:"
                     NO ADVANCING
                 DISPLAY 临时单程费
            END-IF
       END-IF.
       COMPUTE �����ܽ�� = �����ܽ�� +
           临时单程费.
       MOVE 0 TO 临时促销折减.
       MOVE 促销码 TO 促销码暂存.
       IF 促销码暂存 NOT = SPACE
       IF 临时促销折减 > �����ܽ��
       THEN MOVE �����ܽ�� TO 临时促销折减
       END-IF.
       COMPUTE �����ܽ�� = �����ܽ�� -
           临时促销折减.
       MOVE 0 TO 临时折让额.
       DISPLAY "是否申请主管减免折让(是1/否0):"
           NO ADVANCING.
       IF 折让申请选择 = 1
       THEN PERFORM 受理主管折让
       END-IF.
       COMPUTE �����ܽ�� = �����ܽ�� -
           临时折让额.
       MOVE 押金 TO 临时押金.
       COMPUTE 结算净额 = �����ܽ�� - 临时押金 +
           损坏费输入.
       MOVE 0 TO 应退金额.
       IF 结算净额 > 0
       THEN MOVE 结算净额 TO �����ܽ��
       MOVE 促销码暂存 TO 账单促销码.
       MOVE 临时促销折减 TO 促销折减.
       MOVE 确认号 TO 账单确认号.
       MOVE 确认号 TO 借还确认号参数.
       MOVE 还车分店输入 TO 账单分店.
       MOVE 取车时刻 TO 账单取车时刻.
       MOVE 归还时刻输入 TO 账单归还时刻.
       IF 付款方式输入 = "预付" AND �����ܽ�� > 0
       THEN PERFORM 预付扣款
       END-IF.
       MOVE 0 TO 礼券抵扣额.
       IF 付款方式输入 = "礼券" AND 挂账金额暂存 > 0
       THEN PERFORM 礼券抵扣 THRU 礼券抵扣-EXIT
       END-IF.
       MOVE 付款方式输入 TO 付款方式.
       MOVE 预付抵扣额 TO 账单预付抵扣.
       PERFORM 受理外币付款 THRU 受理外币付款-EXIT.
       SET 账单有效 TO TRUE.
       MOVE "预定" TO 审计操作文件.
       MOVE "删除" TO 审计操作类型.
       MOVE "新增" TO 审计操作类型.
       MOVE �˵��� TO 审计操作键.
       PERFORM 写审计记录.
       CALL "推荐奖励" USING 当前操作员
           Ԥ���˿ͺ�
           最大账单号.
       IF 收益档位适用
       THEN PERFORM 结清预定收益
       END-IF.
       IF 按里程方案适用
       THEN PERFORM 结清计费方案
       END-IF.
       IF 收取外币
       THEN PERFORM 登记账单外币
       END-IF.
       IF 临时特许费 > 0
       THEN PERFORM 登记账单特许
       END-IF.
       IF 杂费行数 > 0
       THEN PERFORM 登记账单杂费
       END-IF.
       PERFORM 更新车辆里程.
       PERFORM 安排还车车位.
       IF 有司机排班
       THEN PERFORM 结清司机排班
       END-IF.
       PERFORM 钥匙交接归还.
       IF 还车分店输入 NOT = 原取车分店
       THEN MOVE "车辆" TO 审计操作文件
            MOVE "调店" TO 审计操作类型
            MOVE �˵��������� TO 审计操作键
            PERFORM 写审计记录
            PERFORM 登记异地还车
       END-IF.
       PERFORM 更新顾客积分.
       IF 临时折让额 > 0
       IF 损坏费输入 > 0
       THEN PERFORM 登记损坏事故
       END-IF.
       PERFORM 收回加装设备.
       CALL "候补处理" USING 当前操作员.
       DISPLAY "�س��ɹ�!".
       DISPLAY "----报价与实际结算对照----".
       DISPLAY 滞纳金.
       DISPLAY "  超里程费:  " NO ADVANCING.
       DISPLAY 超里程费.
       IF 按里程方案适用
       THEN DISPLAY "  (按里程计费,全程公里数:" NO ADVANCING
            DISPLAY 行驶里程 NO ADVANCING
            DISPLAY ")"
       END-IF.
       DISPLAY "  加油费:    " NO ADVANCING.
       DISPLAY 加油费.
       IF 能源电动暂存 = 1
       THEN DISPLAY "  (电动车充电费,差" NO ADVANCING
            DISPLAY 电量差 NO ADVANCING
            DISPLAY "个百分点)"
       END-IF.
       DISPLAY "  损坏费:    " NO ADVANCING.
       DISPLAY 损坏费.
       DISPLAY "  异地单程费:" NO ADVANCING.
       DISPLAY 单程费.
       IF 临时特许费 > 0
       THEN DISPLAY "  机场特许费:" NO ADVANCING
            DISPLAY 临时特许费
       END-IF.
       IF 杂费行数 > 0
       THEN PERFORM 列示杂项收费
       END-IF.
       IF 司机费暂存 > 0
       THEN DISPLAY "  随车司机费:" NO ADVANCING
            DISPLAY 司机费暂存
       END-IF.
       DISPLAY "  积分抵扣:  " NO ADVANCING.
       DISPLAY 积分抵扣.
       DISPLAY "  主管折让:  " NO ADVANCING.
       WHEN OTHER PERFORM 更新主档里程
       END-EVALUATE.

       收回加装设备.
       MOVE 2 TO 借还模式参数.
       MOVE 0 TO 借还类型参数.
       MOVE 还车分店输入 TO 借还分店参数.
       MOVE 0 TO 借还应还参数.
       CALL "设备借还" USING 借还模式参数 借还类型参数
           借还确认号参数 借还分店参数 借还应还参数
           当前操作员 借还结果参数.

       安排还车车位.
       MOVE 1 TO 车位模式参数.
       MOVE 还车分店输入 TO 车位分店参数.
       MOVE �˵��������� TO 车位车牌参数.
       CALL "车位分配" USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.
       IF 车位号参数 > 0
       THEN DISPLAY "请将车辆停入车位:" NO ADVANCING
            DISPLAY 车位号参数
       END-IF.

       更新小车里程.
       OPEN I-O С��.
       MOVE �˵�����2 TO С����.
       THEN COMPUTE 读数偏差 = 0 - 读数偏差
       END-IF.
       IF 读数偏差 > 读数容差
       THEN DISPLAY "警告:键入里程与GPS导入读数偏差"
           NO ADVANCING
            DISPLAY 读数偏差 NO ADVANCING
            DISPLAY "公里(读数" NO ADVANCING
            DISPLAY 最新读数公里 NO ADVANCING
       EXIT.

       请求主管确认.
       DISPLAY "请主管确认该里程无误(确认请输入1,"
           "重输请输入0):"
           NO ADVANCING.
       ACCEPT 主管确认输入.
       IF 主管确认输入 NOT = 1
                (归还时刻输入 - 起始时刻暂存 + 99) / 100
       ELSE MOVE 1 TO 部分日小时数
       END-IF.
       COMPUTE 部分日费额 = 部分日小时数 *
           �����˵����ձ���
           * 小时费率 / 100.
       COMPUTE 半日费额 = �����˵����ձ��� *
           半日费率 / 100.
       IF 部分日小时数 > 8
       THEN MOVE �����˵����ձ��� TO
           部分日费额
       ELSE IF 部分日小时数 > 4 OR 部分日费额 > 半日费额
            THEN MOVE 半日费额 TO 部分日费额
            END-IF
       OPEN I-O 车辆主档.
       MOVE �˵��������� TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY DISPLAY
           "警告:车辆主档中未找到该车牌,请人工核对."
       NOT INVALID KEY
       MOVE 回车里程数 TO 主档公里数
       MOVE 还车分店输入 TO 主档分店
       END-READ.
       CLOSE 车辆主档.

       登记还车能量.
       MOVE 0 TO 电量差 临时充电费.
       CALL "车辆能源" USING Ԥ����������
           能源电动暂存.
       IF 能源电动暂存 = 1
       THEN PERFORM 输入还车电量
       ELSE DISPLAY "请输入归还油量(0-4,4为满):" NO ADVANCING
            ACCEPT 还车油量输入
       END-IF.

       输入还车电量.
       MOVE 取车油量 TO 还车油量输入.
       OPEN INPUT 充电参数.
       MOVE 1 TO 充电参数编号.
       READ 充电参数 KEY IS 充电参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 每点充电费额 TO 每点充电费
       END-READ.
       CLOSE 充电参数.
       OPEN I-O 电量记录.
       MOVE 确认号 TO 电量确认号.
       READ 电量记录 KEY IS 电量确认号
       INVALID KEY
            DISPLAY "未找到取车电量登记,按满电(100)计."
            MOVE 100 TO 起始电量暂存
            MOVE 确认号 TO 电量确认号
            MOVE Ԥ���������� TO 电量车牌照
            MOVE 100 TO 取车电量
            MOVE 0 TO 取车电量日期
       NOT INVALID KEY
            MOVE 取车电量 TO 起始电量暂存
       END-READ.
       DISPLAY "该车为电动车,取车时电量:" NO ADVANCING.
       DISPLAY 起始电量暂存.
       DISPLAY "请输入归还时电量百分比(0-100):" NO ADVANCING.
       ACCEPT 还车电量输入.
       IF 还车电量输入 < 起始电量暂存
       THEN COMPUTE 电量差 = 起始电量暂存 - 还车电量输入
            COMPUTE 临时充电费 = 电量差 * 每点充电费
       ELSE MOVE 0 TO 电量差
            MOVE 0 TO 临时充电费
       END-IF.
       MOVE 还车电量输入 TO 还车电量.
       ACCEPT 还车电量日期 FROM DATE YYYYMMDD.
       MOVE 临时充电费 TO 充电费额.
       WRITE 电量记录行
       INVALID KEY REWRITE 电量记录行
       END-WRITE.
       CLOSE 电量记录.

       载入计费费率.
       OPEN INPUT 费率.
       MOVE 1 TO 费率编号.
       THEN GO TO 加收青年附加费-EXIT
       END-IF.
       COMPUTE 驾驶年龄 =
           (�����˵�Ԥ���� - 顾客出生暂存) /
               10000.
       IF 驾驶年龄 < 25
       THEN ADD 青年附加费 TO 临时附加服务费
            DISPLAY "25岁以下青年驾驶附加费:" NO ADVANCING
            DISPLAY 送车费暂存
       END-IF.

       加收司机服务费.
       SET 无司机排班 TO TRUE.
       MOVE 0 TO 司机费暂存.
       MOVE 0 TO 司机加班输入.
       OPEN INPUT 司机排班.
       MOVE 确认号 TO 排班确认号.
       READ 司机排班 KEY IS 排班确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 排班已派
       THEN SET 有司机排班 TO TRUE
       END-IF
       END-READ.
       CLOSE 司机排班.
       IF 无司机排班
       THEN GO TO 加收司机服务费-EXIT
       END-IF.
       MOVE ���������� TO 司机天数暂存.
       IF 司机天数暂存 = 0
       THEN MOVE 1 TO 司机天数暂存
       END-IF.
       DISPLAY "本单配有随车司机,编号:" NO ADVANCING.
       DISPLAY 排班司机编号.
       DISPLAY "请输入司机加班工时(小时,无请输入0):"
           NO ADVANCING.
       ACCEPT 司机加班输入.
       COMPUTE 司机费暂存 = 司机天数暂存 * 排班日费率
           + 司机加班输入 * 排班加班费率.
       ADD 司机费暂存 TO 临时附加服务费.
       DISPLAY "本单含随车司机费:" NO ADVANCING.
       DISPLAY 司机费暂存.
       加收司机服务费-EXIT.
       EXIT.

       结清司机排班.
       OPEN I-O 司机排班.
       MOVE 账单确认号 TO 排班确认号.
       READ 司机排班 KEY IS 排班确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 排班已结 TO TRUE
       MOVE 司机天数暂存 TO 排班天数
       MOVE 司机加班输入 TO 排班加班工时
       COMPUTE 排班工时 = 司机天数暂存 * 8
           + 司机加班输入
       MOVE 司机费暂存 TO 排班司机费
       MOVE �˵��� TO 排班账单号
       MOVE 临时归还日期 TO 排班结清日期
       REWRITE 司机排班记录
       END-READ.
       CLOSE 司机排班.
       MOVE "排班" TO 审计操作文件.
       MOVE "结清" TO 审计操作类型.
       MOVE 排班确认号 TO 审计操作键.
       PERFORM 写审计记录.

       登记异地还车.
       OPEN I-O 异地还车.
       MOVE �˵��� TO 异地账单号.
       MOVE 原取车分店 TO 异地取车分店.
       MOVE 还车分店输入 TO 异地还车分店.
       MOVE 临时归还日期 TO 异地还车日期.
       MOVE 0 TO 异地结算月.
       WRITE 异地还车记录
       INVALID KEY REWRITE 异地还车记录
       END-WRITE.
       CLOSE 异地还车.

       钥匙交接归还.
       OPEN I-O 钥匙档.
       MOVE �˵��������� TO 钥匙车牌照.
       READ 钥匙档 KEY IS 钥匙车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF NOT 钥匙遗失
       THEN SET 钥匙在柜 TO TRUE
            ACCEPT 去向登记日期 FROM DATE YYYYMMDD
            MOVE 当前操作员 TO 去向操作员
            REWRITE 钥匙档记录
       END-IF
       END-READ.
       CLOSE 钥匙档.

       MOVE 企业客户 TO 临时企业客户.
       MOVE 协议折扣 TO 临时折扣.
       CLOSE �˿�.
       IF 临时是企业客户
       THEN MOVE Ԥ���˿ͺ� TO 合同客户暂存
            MOVE 0 TO 合同类别暂存 合同止暂存
            CALL "合同核查" USING 合同客户暂存
                合同类别暂存
                �����˵�Ԥ����
                合同止暂存
                合同结果暂存
            IF 合同结果暂存 = 2
            THEN DISPLAY "企业合同不在有效期内,"
                     "不享受协议折扣."
                 MOVE 0 TO 临时折扣
            END-IF
       END-IF.

       载入年费会员.
       SET 年费会员无效 TO TRUE.
       MOVE 0 TO 年费折扣暂存.
       OPEN INPUT 年费会员.
       MOVE Ԥ���˿ͺ� TO 年费顾客号.
       READ 年费会员 KEY IS 年费顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 年费在册
          AND 年费起始日期 <= �����˵�Ԥ����
          AND 年费到期日期 >= �����˵�Ԥ����
       THEN SET 年费会员有效 TO TRUE
       END-IF
       END-READ.
       CLOSE 年费会员.
       IF 年费会员无效
       THEN GO TO 载入年费会员-EXIT
       END-IF.
       MOVE 5 TO 年费折扣暂存.
       OPEN INPUT 会员参数.
       MOVE 1 TO 会员参数编号.
       READ 会员参数 KEY IS 会员参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 年费折扣百分比 TO 年费折扣暂存
       END-READ.
       CLOSE 会员参数.
       载入年费会员-EXIT.
       EXIT.

       核对取车节假.
       SET 取车非节假日 TO TRUE.
       CLOSE 假日.

       计算取车星期.
       COMPUTE 取车年份 = �����˵�Ԥ���� /
           10000.
       COMPUTE 取车月日合并 = �����˵�Ԥ���� -
           (取车年份 * 10000).
       COMPUTE 取车月份 = 取车月日合并 / 100.
       COMPUTE 取车日份 = 取车月日合并 - (取车月份 * 100).
       IF 取车月份 < 3
            MOVE 取车年份 TO 星期调整年份
       END-IF.
       COMPUTE 星期世纪商数 = 星期调整年份 / 100.
       COMPUTE 星期世纪余数 = 星期调整年份 -
           (星期世纪商数 * 100).
       COMPUTE 星期计算值 = 取车日份
           + ((13 * (星期调整月份 + 1)) / 5)
           + 星期世纪余数 + (星期世纪余数 / 4)
           + (星期世纪商数 / 4) + (5 * 星期世纪商数).
       DIVIDE 星期计算值 BY 7 GIVING 星期计算商 REMAINDER
           取车星期几.
       IF 取车星期几 = 0 OR 取车星期几 = 1
       THEN SET 取车是周末 TO TRUE
       ELSE SET 取车不是周末 TO TRUE
       END-IF.

       更新顾客积分.
       COMPUTE 新增积分 = (�����ܽ�� / 10) +
           (���������� * 2).
       OPEN I-O �˿�.
       MOVE Ԥ���˿ͺ� TO �˿ͺ�.
       READ �˿� KEY IS �˿ͺ�.
       MOVE 积分 TO 可用积分.
       DISPLAY "该顾客当前积分余额:" NO ADVANCING.
       DISPLAY 可用积分.
       DISPLAY "请输入本次兑换使用的积分(10积分抵1元,"
           "不使用请输入0):"
           NO ADVANCING.
       ACCEPT 使用积分输入.
       IF 使用积分输入 > 可用积分
       END-IF.
       COMPUTE 使用积分输入 = 积分抵扣金额 * 10.
       IF 使用积分输入 > 0
       THEN COMPUTE �����ܽ�� = �����ܽ�� -
           积分抵扣金额
            COMPUTE 当前积分 = 可用积分 - 使用积分输入
            MOVE 当前积分 TO 积分
            REWRITE �˿ͼ�¼
       MOVE "新增" TO 审计操作类型.
       MOVE 退款编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "押金超过应收费用,应退顾客金额:"
           NO ADVANCING.
       DISPLAY 应退金额.
       DISPLAY "已登记应退款,编号:" NO ADVANCING.
       DISPLAY 退款编号.
       IF 促销限单次
       THEN PERFORM 检查促销已用
            IF 促销已用过
            THEN DISPLAY "该促销码此顾客已使用过,"
                "不予折减."
                 MOVE SPACE TO 促销码暂存
                 GO TO 应用促销折减-EXIT
            END-IF
       READ �˵�2 NEXT RECORD
       AT END SET ���� TO TRUE
       NOT AT END
       IF 账单促销码2 = 促销码暂存 AND 账单顾客号2 =
           Ԥ���˿ͺ�
       THEN SET 促销已用过 TO TRUE
       END-IF
       END-READ
       THEN MOVE �����ܽ�� TO 预付抵扣额
       ELSE MOVE 预付余额暂存 TO 预付抵扣额
       END-IF.
       COMPUTE 预付余额暂存 = 预付余额暂存 -
           预付抵扣额.
       MOVE 预付余额暂存 TO 预付余额.
       REWRITE �˿ͼ�¼.
       MOVE "顾客" TO 日志文件暂存.
       MOVE �˿ͼ�¼ TO 日志映像暂存.
       PERFORM 写日志记录.
       CLOSE �˿�.
       COMPUTE 挂账金额暂存 = �����ܽ�� -
           预付抵扣额.
       DISPLAY "预付账户抵扣:" NO ADVANCING.
       DISPLAY 预付抵扣额.
       IF 预付抵扣额 > 0
       IF 挂账金额暂存 > 0
       THEN DISPLAY "预付余额不足,尚需支付:" NO ADVANCING
            DISPLAY 挂账金额暂存
            DISPLAY "请输入差额付款方式(现金/刷卡/记账):"
                NO ADVANCING
            ACCEPT 付款方式输入
       END-IF.

       WRITE 预付流水记录.
       CLOSE 预付流水.

       礼券抵扣.
       ACCEPT 礼券今日 FROM DATE YYYYMMDD.
       OPEN I-O 礼券.
       OPEN I-O 礼券流水.
       MOVE 1 TO 礼券序号输入.
       PERFORM UNTIL 礼券序号输入 = 0 OR 挂账金额暂存 = 0
       DISPLAY "请输入礼券序号(结束请输入0):" NO ADVANCING
       ACCEPT 礼券序号输入
       IF 礼券序号输入 NOT = 0
       THEN PERFORM 兑换单张礼券 THRU 兑换单张礼券-EXIT
       END-IF
       END-PERFORM.
       CLOSE 礼券流水.
       CLOSE 礼券.
       DISPLAY "礼券抵扣合计:" NO ADVANCING.
       DISPLAY 礼券抵扣额.
       IF 挂账金额暂存 > 0
       THEN DISPLAY "礼券不足抵付,尚需支付:" NO ADVANCING
            DISPLAY 挂账金额暂存
            DISPLAY "请输入差额付款方式(现金/刷卡/记账):"
                NO ADVANCING
            ACCEPT 付款方式输入
       END-IF.
       礼券抵扣-EXIT.
       EXIT.

       兑换单张礼券.
       MOVE 礼券序号输入 TO 礼券序号.
       READ 礼券 KEY IS 礼券序号
       INVALID KEY DISPLAY "没有该礼券!"
                   GO TO 兑换单张礼券-EXIT
       END-READ.
       IF NOT 礼券有效 OR 礼券余额 = 0
       THEN DISPLAY "该礼券已用完或已核销!"
            GO TO 兑换单张礼券-EXIT
       END-IF.
       IF 礼券到期日期 < 礼券今日
       THEN DISPLAY "该礼券已于" 礼券到期日期 "过期!"
            GO TO 兑换单张礼券-EXIT
       END-IF.
       MOVE 礼券余额 TO 礼券余额暂存.
       IF 礼券余额暂存 >= 挂账金额暂存
       THEN MOVE 挂账金额暂存 TO 本券抵扣额
       ELSE MOVE 礼券余额暂存 TO 本券抵扣额
       END-IF.
       COMPUTE 礼券余额暂存 = 礼券余额暂存 -
           本券抵扣额.
       MOVE 礼券余额暂存 TO 礼券余额.
       IF 礼券余额暂存 = 0
       THEN SET 礼券已用完 TO TRUE
       END-IF.
       MOVE 礼券今日 TO 礼券末次使用日期.
       REWRITE 礼券记录.
       MOVE "礼券" TO 日志文件暂存.
       MOVE "重写" TO 日志动作暂存.
       MOVE 礼券序号 TO 日志键暂存.
       MOVE 礼券记录 TO 日志映像暂存.
       PERFORM 写日志记录.
       MOVE SPACE TO 礼券流水付款方式.
       MOVE "券流" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 礼券流水编号.
       MOVE 礼券序号 TO 礼券流水序号.
       MOVE 礼券今日 TO 礼券流水日期.
       SET 流水兑换 TO TRUE.
       MOVE 本券抵扣额 TO 礼券流水金额.
       MOVE 礼券余额暂存 TO 礼券流水余额.
       MOVE 最大账单号 TO 礼券流水账单号.
       MOVE 当前操作员 TO 礼券流水经办员.
       WRITE 礼券流水记录.
       ADD 本券抵扣额 TO 礼券抵扣额.
       COMPUTE 挂账金额暂存 = 挂账金额暂存 -
           本券抵扣额.
       DISPLAY "本券抵扣:" 本券抵扣额 " 券内余额:"
           礼券余额暂存.
       兑换单张礼券-EXIT.
       EXIT.

       登记损坏事故.
       OPEN I-O 事故.
       MOVE "事故" TO 取号序列参数.
                   WRITE 审计记录
       END-WRITE.
       CLOSE 审计.

       套用预定收益档位.
       SET 收益档位不适用 TO TRUE.
       MOVE 0 TO 收益加价暂存.
       MOVE 确认号 TO 收益确认号.
       OPEN INPUT 预定收益.
       READ 预定收益 KEY IS 收益确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 收益档位 > 0 AND 收益未结算
       THEN SET 收益档位适用 TO TRUE
            MOVE 收益加价百分比 TO 收益加价暂存
       END-IF
       END-READ.
       CLOSE 预定收益.
       IF 收益档位适用
       THEN COMPUTE �����˵����ձ��� ROUNDED =
                �����˵����ձ��� * (100 +
                    收益加价暂存) / 100
            DISPLAY "按预定时收益档位上浮日租金(%):"
                NO ADVANCING
            DISPLAY 收益加价暂存
       END-IF.

       结清预定收益.
       OPEN I-O 预定收益.
       MOVE 账单确认号 TO 收益确认号.
       READ 预定收益 KEY IS 收益确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE �˵��� TO 收益账单号
       MOVE 收益增收暂存 TO 收益增收金额
       SET 收益已结算 TO TRUE
       REWRITE 预定收益记录
       END-REWRITE
       END-READ.
       CLOSE 预定收益.

       套用预定计费方案.
       SET 按里程方案不适用 TO TRUE.
       MOVE 0 TO 计程每公里暂存 临时里程费.
       MOVE 确认号 TO 方案确认号.
       OPEN INPUT 计费方案.
       READ 计费方案 KEY IS 方案确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 方案按里程计费 AND 方案未结算
       THEN SET 按里程方案适用 TO TRUE
            MOVE 方案每公里费 TO 计程每公里暂存
       END-IF
       END-READ.
       CLOSE 计费方案.
       IF 按里程方案适用
       THEN MOVE 方案基础日租金 TO
                �����˵����ձ���
            DISPLAY "按里程计费方案,基础日租金:"
                NO ADVANCING
            DISPLAY 方案基础日租金
       END-IF.

       结清计费方案.
       OPEN I-O 计费方案.
       MOVE 账单确认号 TO 方案确认号.
       READ 计费方案 KEY IS 方案确认号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE �˵��� TO 方案账单号
       MOVE 行驶里程 TO 方案行驶里程
       MOVE 临时里程费 TO 方案里程费
       SET 方案已结算 TO TRUE
       REWRITE 计费方案记录
       END-REWRITE
       END-READ.
       CLOSE 计费方案.

       受理外币付款.
       SET 未收外币 TO TRUE.
       IF 付款方式输入 NOT = "现金"
          OR 挂账金额暂存 = 0
       THEN GO TO 受理外币付款-EXIT
       END-IF.
       DISPLAY "是否以外币现金付款(是1/否0):" NO ADVANCING.
       ACCEPT 外币选择.
       IF 外币选择 NOT = 1
       THEN GO TO 受理外币付款-EXIT
       END-IF.
       DISPLAY "请输入币种(如USD/HKD/EUR):" NO ADVANCING.
       ACCEPT 外币币种输入.
       MOVE 0 TO 外币汇率暂存.
       OPEN INPUT 汇率.
       MOVE 外币币种输入 TO 汇率币种.
       MOVE 当前营业日 TO 汇率日期.
       READ 汇率 KEY IS 汇率主键
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 汇率值 TO 外币汇率暂存
       END-READ.
       CLOSE 汇率.
       IF 外币汇率暂存 = 0
       THEN DISPLAY "该币种当日汇率未登记,"
                "请以人民币付款."
            GO TO 受理外币付款-EXIT
       END-IF.
       COMPUTE 外币应付暂存 = (挂账金额暂存 * 10000
           + 外币汇率暂存 - 1) / 外币汇率暂存.
       DISPLAY "按当日汇率全额应付外币:"
           NO ADVANCING.
       DISPLAY 外币应付暂存.
       DISPLAY "请输入实收外币金额(0为全额外币支付):"
           NO ADVANCING.
       ACCEPT 外币金额输入.
       IF 外币金额输入 = 0
          OR 外币金额输入 >= 外币应付暂存
       THEN MOVE 外币应付暂存 TO 外币金额输入
            MOVE 挂账金额暂存 TO 外币折合暂存
       ELSE COMPUTE 外币折合暂存 = 外币金额输入
                * 外币汇率暂存 / 10000
       END-IF.
       COMPUTE 人民币余额暂存 = 挂账金额暂存
           - 外币折合暂存.
       SET 收取外币 TO TRUE.
       DISPLAY "外币折合人民币:" NO ADVANCING.
       DISPLAY 外币折合暂存.
       DISPLAY "其余以人民币现金收取:" NO ADVANCING.
       DISPLAY 人民币余额暂存.
       受理外币付款-EXIT.
       EXIT.

       登记账单外币.
       OPEN I-O 账单外币.
       MOVE �˵��� TO 外币账单号.
       MOVE 外币币种输入 TO 外币币种.
       MOVE 外币金额输入 TO 外币金额.
       MOVE 外币汇率暂存 TO 外币汇率.
       MOVE 外币折合暂存 TO 外币折合金额.
       MOVE 当前营业日 TO 外币营业日.
       MOVE 当前操作员 TO 外币操作员.
       WRITE 账单外币记录
       INVALID KEY REWRITE 账单外币记录
       END-WRITE.
       CLOSE 账单外币.
       MOVE "外币" TO 审计操作文件.
       MOVE "收款" TO 审计操作类型.
       MOVE �˵��� TO 审计操作键.
       PERFORM 写审计记录.

       计算机场特许费.
       MOVE 0 TO 临时特许费 特许百分比暂存.
       MOVE 0 TO 特许基数暂存.
       OPEN INPUT 分店特许.
       MOVE 还车分店输入 TO 特许分店代码.
       READ 分店特许 KEY IS 特许分店代码
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 特许百分比 TO 特许百分比暂存
       END-READ.
       CLOSE 分店特许.
       IF 特许百分比暂存 > 0
       THEN MOVE �����ܽ�� TO 特许基数暂存
            COMPUTE 临时特许费 =
                特许基数暂存 * 特许百分比暂存 / 100
            COMPUTE �����ܽ�� = �����ܽ�� +
                临时特许费
            DISPLAY "机场分店特许经营费:" NO ADVANCING
            DISPLAY 临时特许费
       END-IF.

       登记账单特许.
       OPEN I-O 账单特许.
       MOVE �˵��� TO 特许账单号.
       MOVE 还车分店输入 TO 特许账单分店.
       MOVE 特许百分比暂存 TO 特许费率.
       MOVE 特许基数暂存 TO 特许计费基数.
       MOVE 临时特许费 TO 特许费额.
       MOVE 当前营业日 TO 特许营业日.
       WRITE 账单特许记录
       INVALID KEY REWRITE 账单特许记录
       END-WRITE.
       CLOSE 账单特许.

       录入杂项收费.
       MOVE 0 TO 杂费行数.
       MOVE 0 TO 临时杂费合计 临时杂费税额.
       OPEN INPUT 杂费目录.
       PERFORM 提示钥匙遗失收费.
       DISPLAY "是否加收其他杂项费用(是1/否0):"
           NO ADVANCING.
       ACCEPT 杂费确认选择.
       IF 杂费确认选择 NOT = 1
       THEN CLOSE 杂费目录
            GO TO 录入杂项收费-EXIT
       END-IF.
       SET 杂费未录完 TO TRUE.
       PERFORM UNTIL 杂费录完
       PERFORM 录入一项杂费
       END-PERFORM.
       CLOSE 杂费目录.
       录入杂项收费-EXIT.
       EXIT.

       提示钥匙遗失收费.
       SET 钥匙未遗失 TO TRUE.
       OPEN INPUT 钥匙档.
       MOVE Ԥ���������� TO 钥匙车牌照.
       READ 钥匙档 KEY IS 钥匙车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 钥匙遗失
       THEN SET 钥匙已遗失 TO TRUE
       END-IF
       END-READ.
       CLOSE 钥匙档.
       IF 钥匙已遗失
       THEN DISPLAY "钥匙档显示本车钥匙已遗失."
            SET 杂费未录完 TO TRUE
            PERFORM UNTIL 杂费录完
            READ 杂费目录 NEXT RECORD
            AT END SET 杂费录完 TO TRUE
            NOT AT END
            IF 杂费启用 AND 杂费钥匙遗失
            THEN SET 杂费录完 TO TRUE
                 PERFORM 询问钥匙遗失收费
            END-IF
            END-READ
            END-PERFORM
       END-IF.

       询问钥匙遗失收费.
       DISPLAY "是否收取" NO ADVANCING.
       DISPLAY 杂费名称 NO ADVANCING.
       DISPLAY "(标准价" NO ADVANCING.
       DISPLAY 杂费标准价 NO ADVANCING.
       DISPLAY ",是1/否0):" NO ADVANCING.
       ACCEPT 杂费确认选择.
       IF 杂费确认选择 = 1
       THEN MOVE 1 TO 杂费数量输入
            MOVE 0 TO 杂费单价输入
            PERFORM 加入杂费行
       END-IF.

       录入一项杂费.
       DISPLAY "请输入收费代码(直接回车结束):"
           NO ADVANCING.
       MOVE SPACE TO 杂费代码输入.
       ACCEPT 杂费代码输入.
       IF 杂费代码输入 = SPACE
       THEN SET 杂费录完 TO TRUE
       ELSE MOVE 杂费代码输入 TO 杂费代码
            READ 杂费目录 KEY IS 杂费代码
            INVALID KEY DISPLAY "没有该收费代码!"
            NOT INVALID KEY
            IF 杂费停用
            THEN DISPLAY "该收费项目已停用!"
            ELSE DISPLAY 杂费名称 NO ADVANCING
                 DISPLAY " 标准价:" NO ADVANCING
                 DISPLAY 杂费标准价
                 DISPLAY "数量(直接回车为1):" NO ADVANCING
                 MOVE 0 TO 杂费数量输入
                 ACCEPT 杂费数量输入
                 IF 杂费数量输入 = 0
                 THEN MOVE 1 TO 杂费数量输入
                 END-IF
                 DISPLAY "单价(0为标准价):" NO ADVANCING
                 MOVE 0 TO 杂费单价输入
                 ACCEPT 杂费单价输入
                 PERFORM 加入杂费行
            END-IF
            END-READ
       END-IF.
       IF 杂费行数 = 10
       THEN DISPLAY "本单杂项收费已达10项上限."
            SET 杂费录完 TO TRUE
       END-IF.

       加入杂费行.
       IF 杂费行数 < 10
       THEN COMPUTE 杂费行数 = 杂费行数 + 1
            MOVE 杂费代码 TO 待登记代码(杂费行数)
            MOVE 杂费名称 TO 待登记名称(杂费行数)
            MOVE 杂费数量输入 TO 待登记数量(杂费行数)
            IF 杂费单价输入 = 0
            THEN MOVE 杂费标准价 TO 待登记单价(杂费行数)
            ELSE MOVE 杂费单价输入 TO
                     待登记单价(杂费行数)
            END-IF
            MOVE 杂费计税 TO 待登记计税(杂费行数)
            MOVE 杂费科目 TO 待登记科目(杂费行数)
            MOVE 0 TO 待登记金额(杂费行数)
            MOVE 0 TO 待登记税额(杂费行数)
       END-IF.

       计算杂项收费.
       MOVE 0 TO 临时杂费合计 临时杂费税额.
       MOVE 1 TO 杂费下标.
       PERFORM UNTIL 杂费下标 > 杂费行数
       COMPUTE 待登记金额(杂费下标) =
           待登记数量(杂费下标) * 待登记单价(杂费下标)
       IF 待登记计税(杂费下标) = 1
       THEN COMPUTE 待登记税额(杂费下标) =
                待登记金额(杂费下标) * 税率 / 100
       ELSE MOVE 0 TO 待登记税额(杂费下标)
       END-IF
       ADD 待登记金额(杂费下标) TO 临时杂费合计
       ADD 待登记税额(杂费下标) TO 临时杂费税额
       COMPUTE 杂费下标 = 杂费下标 + 1
       END-PERFORM.
       COMPUTE �����ܽ�� = �����ܽ�� +
           临时杂费合计.
       COMPUTE 临时税额 = 临时税额 + 临时杂费税额.
       DISPLAY "杂项收费合计:" NO ADVANCING.
       DISPLAY 临时杂费合计 NO ADVANCING.
       DISPLAY " 其中税额:" NO ADVANCING.
       DISPLAY 临时杂费税额.

       登记账单杂费.
       OPEN I-O 账单杂费.
       MOVE 1 TO 杂费下标.
       PERFORM UNTIL 杂费下标 > 杂费行数
       MOVE �˵��� TO 杂费账单号
       MOVE 杂费下标 TO 杂费行号
       MOVE 待登记代码(杂费下标) TO 杂费行代码
       MOVE 待登记名称(杂费下标) TO 杂费行名称
       MOVE 待登记数量(杂费下标) TO 杂费行数量
       MOVE 待登记单价(杂费下标) TO 杂费行单价
       MOVE 待登记金额(杂费下标) TO 杂费行金额
       MOVE 待登记计税(杂费下标) TO 杂费行计税
       MOVE 待登记税额(杂费下标) TO 杂费行税额
       MOVE 待登记科目(杂费下标) TO 杂费行科目
       MOVE 还车分店输入 TO 杂费行分店
       MOVE 临时归还日期 TO 杂费行归还日
       WRITE 账单杂费记录
       INVALID KEY REWRITE 账单杂费记录
       END-WRITE
       COMPUTE 杂费下标 = 杂费下标 + 1
       END-PERFORM.
       CLOSE 账单杂费.
       MOVE "杂费" TO 审计操作文件.
       MOVE "收费" TO 审计操作类型.
       MOVE �˵��� TO 审计操作键.
       PERFORM 写审计记录.

       列示杂项收费.
       MOVE 1 TO 杂费下标.
       PERFORM UNTIL 杂费下标 > 杂费行数
       DISPLAY "  " NO ADVANCING
       DISPLAY 待登记名称(杂费下标) NO ADVANCING
       DISPLAY 待登记金额(杂费下标)
       COMPUTE 杂费下标 = 杂费下标 + 1
       END-PERFORM.
