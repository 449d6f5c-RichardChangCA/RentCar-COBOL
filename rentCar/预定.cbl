        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT OPTIONAL 航班 ASSIGN TO "航班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 航班确认号
        ALTERNATE RECORD KEY IS 航班号 WITH DUPLICATES.

        SELECT OPTIONAL 送车单 ASSIGN TO "送车单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 分店代码.

        SELECT OPTIONAL 预定收益 ASSIGN TO "预定收益.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 收益确认号.

        SELECT OPTIONAL 超订额度 ASSIGN TO "超订额度.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 超订主键.
        SELECT OPTIONAL 车类预定 ASSIGN TO "车类预定.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 车类确认号.
        SELECT OPTIONAL 计费方案 ASSIGN TO "计费方案.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 方案确认号.
        SELECT OPTIONAL 计程参数 ASSIGN TO "计程参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 计程参数编号.
       DATA DIVISION.
       FILE SECTION.
       FD �˿�.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
       FD 航班.
       01 航班记录.
        05 航班确认号 PIC 9(6).
        05 航班号 PIC X(8).
        05 航班顾客号 PIC 9(6).
        05 航班分店 PIC 9(2).
        05 计划到达日期 PIC 9(8).
        05 计划到达时刻 PIC 9(4).
        05 实际到达日期 PIC 9(8).
        05 实际到达时刻 PIC 9(4).
        05 航班状态 PIC 9.
         88 航班待到 VALUE 0.
         88 航班已到 VALUE 1.
         88 航班延误 VALUE 2.
       FD 送车单.
       01 送车单记录.
        05 送车确认号 PIC 9(6).
        05 分店状态 PIC 9.
         88 分店营业 VALUE 1.
         88 分店停业 VALUE 0.
        05 分店车位数 PIC 9(4).
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
       FD 超订额度.
       01 超订额度记录.
        05 超订主键.
         10 超订类别 PIC 9(2).
         10 超订分店 PIC 9(2).
        05 超订失约率 PIC 9(3).
        05 超订失约数 PIC 9(5).
        05 超订到店数 PIC 9(5).
        05 超订车辆数 PIC 9(3).
        05 允许超订数 PIC 9(3).
        05 超订统计月份 PIC 9(6).
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
       FD 计程参数.
       01 计程参数记录.
        05 计程参数编号 PIC 9(2).
        05 计程基础百分比 PIC 9(3).
        05 每公里费额 PIC 9(3).
        05 计程设置操作员 PIC X(6).
        05 计程设置日期 PIC 9(8).
       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 是否查找老顾客 PIC 9.
       77 查询方式 PIC 9.
       77 查询电话 PIC 9(11).
       77 预计还车分店 PIC 9(2).
       77 取车分店暂存 PIC 9(2).
       77 预测日期 PIC 9(8).
       77 预测在场数 PIC 9(4).
       77 预测容量 PIC 9(4).
       77 核查顾客号参数 PIC 9(6).
       77 核查电话参数 PIC 9(11).
       77 核查驾照参数 PIC X(12).
       77 核查结果参数 PIC 9.
       77 查询姓名 PIC X(10).
       01 是否找到老顾客 PIC 9.
        88 找到老顾客 VALUE 1.
       77 新单估值额 PIC 9(8).
       77 送车选择 PIC 9.
       77 送车费输入 PIC 9(4).
       77 航班号输入 PIC X(8).
       77 到达时刻输入 PIC 9(4).
       77 配司机选择 PIC 9.
       77 派遣模式参数 PIC 9.
       77 派遣确认号参数 PIC 9(6).
       77 派遣顾客参数 PIC 9(6).
       77 派遣起参数 PIC 9(8).
       77 派遣止参数 PIC 9(8).
       77 派遣分店参数 PIC 9(2).
       77 派遣结果参数 PIC 9(4).
       77 出生日期暂存 PIC 9(8).
       77 出生日期输入 PIC 9(8).
       77 驾驶人年龄 PIC 9(3).
        88 归还日休业 VALUE 1.
        88 归还日营业 VALUE 0.
       77 建议营业日 PIC 9(8).
       77 收益类别暂存 PIC 9(2).
       77 合同客户暂存 PIC 9(6).
       77 合同类别暂存 PIC 9(2).
       77 合同结果暂存 PIC 9.
       77 收益档位暂存 PIC 9.
       77 收益加价暂存 PIC 9(3).
       77 收益占用暂存 PIC 9(3).
       77 收益租金暂存 PIC 9(4).
       77 收益基准暂存 PIC 9(3).
       77 超订额度合计 PIC 9(5).
       01 超订是否完了 PIC 9.
        88 超订完了 VALUE 1.
        88 超订没完了 VALUE 0.

       77 车类代码暂存 PIC 9.
       77 车类取车分店输入 PIC 9(2).
       77 车类车辆数 PIC 9(3).
       77 车类占用数 PIC 9(3).
       77 车类日租金 PIC 9(3).
       01 车类预定状态 PIC 9.
        88 车类预定中 VALUE 1.
        88 指定车辆预定 VALUE 0.
       77 设备类型暂存 PIC 9.
       77 设备分店暂存 PIC 9(2).
       77 设备总数暂存 PIC 9(3).
       77 设备占用暂存 PIC 9(3).
       01 设备空闲状态 PIC 9.
        88 设备有空闲 VALUE 1.
        88 设备无空闲 VALUE 0.
       77 规格要求选择 PIC 9.
       01 规格要求状态 PIC 9.
        88 有规格要求 VALUE 1.
        88 无规格要求 VALUE 0.
       77 要求变速箱 PIC X.
       77 要求座位数 PIC 9(2).
       77 要求燃料 PIC X.
       77 要求行李数 PIC 9(2).
       77 规格类别暂存 PIC 9(2).
       77 规格车号暂存 PIC 99.
       77 规格车数暂存 PIC 9(3).
       77 规格描述暂存 PIC X(40).
       77 规格符合暂存 PIC 9.
       01 规格核对状态 PIC 9.
        88 规格相符 VALUE 1.
        88 规格不符 VALUE 0.
       77 计费方案选择 PIC 9.
       77 计程标准租金 PIC 9(3).
       77 计程基础暂存 PIC 9(3).
       77 计程百分比暂存 PIC 9(3).
       77 计程每公里暂存 PIC 9(3).
       LINKAGE SECTION.
       01 �˿Ͷ��� OBJECT REFERENCE.
       01 �˵����� OBJECT REFERENCE.
            CLOSE �˿�
            EXIT PROGRAM
       END-IF.
       MOVE �˿ͺ� TO 核查顾客号参数.
       MOVE �˿ͺ��� TO 核查电话参数.
       MOVE 驾照号码 TO 核查驾照参数.
       CALL "黑名单核查" USING 当前操作员
           核查顾客号参数 核查电话参数 核查驾照参数
           核查结果参数.
       IF 核查结果参数 = 1
       THEN DISPLAY "该顾客在行业不良租车人名单上,"
                "不予受理."
            CLOSE �˿�
            EXIT PROGRAM
       END-IF.
       PERFORM 载入会员等级.
       IF 会员银卡以上
       THEN DISPLAY "该顾客会员等级(1银/2金/3白金):" NO ADVANCING
       PERFORM 弹出顾客警示.
       ������.
       INVOKE �˵����� "�˵�-2" RETURNING ѡ��-2.
       SET 指定车辆预定 TO TRUE.
       SET 无规格要求 TO TRUE.
       IF ѡ��-2 > 0 AND ѡ��-2 < 90
       THEN PERFORM 输入规格要求
       END-IF.
       EVALUATE ѡ��-2
       WHEN 1 PERFORM ��С���ļ�
       WHEN 2 PERFORM ���г��ļ�
       MOVE "删除" TO 审计操作类型
       MOVE 预定主键 TO 审计操作键
       PERFORM 写审计记录
       MOVE 2 TO 派遣模式参数
       MOVE 确认号 TO 派遣确认号参数
       CALL "司机派遣" USING 当前操作员 派遣模式参数
           派遣确认号参数 派遣顾客参数 派遣起参数
           派遣止参数 派遣分店参数 派遣结果参数
       DISPLAY "预定已取消!"
       END-READ.
       CLOSE Ԥ��.
       AT END SET ���� TO TRUE
       NOT AT END
       IF ���Գ����� = Ԥ��������
          AND 指定车辆预定
       THEN PERFORM ����ƥ��
       ELSE CONTINUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE Ԥ��.
       IF 车类预定中
       THEN PERFORM 检查车类容量
            IF 车类占用数 >= 车类车辆数
            THEN DISPLAY "该车类在此期间已全部订满,"
                     "不能只订车类."
                 DISPLAY "请按回车键返回菜单..."
                 STOP " "
                 GO TO ������
            END-IF
       END-IF.
       MOVE 0 TO 团体编号输入.
       IF 是企业客户
       THEN DISPLAY "企业团体预定请输入团体编号(同团体同编号,否则输入0):"
                 END-IF
            END-IF
       END-IF.
       IF 是企业客户
       THEN PERFORM 核查企业合同
            IF 合同结果暂存 = 3
            THEN DISPLAY "该车辆类别不在企业合同"
                     "许可范围内,不能预定."
                 DISPLAY "请按回车键返回菜单..."
                 STOP " "
                 GO TO ������
            END-IF
            IF 合同结果暂存 = 4
            THEN DISPLAY "租期超过企业合同最长租期,"
                     "不能预定."
                 DISPLAY "请按回车键返回菜单..."
                 STOP " "
                 GO TO ������
            END-IF
            IF 合同结果暂存 = 2
            THEN DISPLAY "企业合同不在有效期内,"
                     "本次预定不享受协议折扣."
            END-IF
       END-IF.
       MOVE ѡ��-2 TO 收益类别暂存.
       CALL "收益定价" USING 收益类别暂存
           ����Ԥ���� ���Թ黹��
           收益档位暂存 收益加价暂存 收益占用暂存.
       OPEN I-O Ԥ��.
       MOVE 0 TO 最大预定序号.
       SET û���� TO TRUE.
       THEN SET 选配租车保险 TO TRUE
       ELSE SET 未选租车保险 TO TRUE
       END-IF.
       IF 车类预定中
       THEN PERFORM 填写车类预定
       ELSE
            EVALUATE ѡ��-2
            WHEN 1 PERFORM ����С���ļ�
            WHEN 2 PERFORM �����г��ļ�
            WHEN 3 PERFORM ���ʹ��ļ�
            WHEN 4 PERFORM ���͹��ļ�
            WHEN OTHER PERFORM 预定主档车文件
            END-EVALUATE
       END-IF.
       IF 选配儿童座椅
       THEN MOVE 1 TO 设备类型暂存
            PERFORM 核查加装设备
            IF 设备无空闲
            THEN SET 未选儿童座椅 TO TRUE
            END-IF
       END-IF.
       IF 选配GPS导航
       THEN MOVE 2 TO 设备类型暂存
            PERFORM 核查加装设备
            IF 设备无空闲
            THEN SET 未选GPS导航 TO TRUE
            END-IF
       END-IF.
       COMPUTE 预定序号 = 最大预定序号 + 1.
       SET 尚未取车 TO TRUE.
       MOVE ����Ԥ���� TO 报价起参数.
       MOVE ���Թ黹�� TO 报价止参数.
       PERFORM 选择计费方案.
       MOVE Ԥ�����ձ��� TO 报价租金参数.
       MOVE 报价租金参数 TO 收益基准暂存.
       IF 收益档位暂存 > 0
       THEN PERFORM 套用收益档位
       END-IF.
       IF 计费方案选择 = 2
       THEN MOVE 计程基础暂存 TO 报价租金参数
       END-IF.
       MOVE 儿童座椅 TO 报价儿童参数.
       MOVE GPS导航 TO 报价GPS参数.
       IF 会员白金级 AND 选配GPS导航
       END-IF.
       MOVE 租车保险 TO 报价保险参数.
       MOVE 0 TO 报价折扣参数.
       IF 是企业客户 AND 合同结果暂存 NOT = 2
       THEN MOVE 协议折扣 TO 报价折扣参数
       END-IF.
       CALL "报价计算" USING 报价起参数 报价止参数 报价租金参数
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 确认号.
       PERFORM 显示取车分店.
       DISPLAY "预计异地还车分店(原店还车请输入0):"
           NO ADVANCING.
       ACCEPT 预计还车分店.
       MOVE 预定分店 TO 取车分店暂存.
       IF 预计还车分店 > 0
          AND 预计还车分店 NOT = 取车分店暂存
       THEN PERFORM 核查还车分店车位
       END-IF.
       DISPLAY "本次预订确认号(请告知顾客):" NO ADVANCING.
       DISPLAY 取号结果参数.
       IF 团体编号输入 > 0
       END-IF.
       DISPLAY "本次预订约定报价(含税及加装):" NO ADVANCING.
       DISPLAY 报价结果参数.
       IF 计费方案选择 = 2
       THEN DISPLAY "(按里程计费,另按实际行驶里程每公里"
                NO ADVANCING
            DISPLAY 计程每公里暂存 NO ADVANCING
            DISPLAY "元计收)"
       END-IF.
       DISPLAY "是否需要送取车上门服务(1送2取3都要0不要):"
           NO ADVANCING.
       ACCEPT 送车选择.
       IF 送车选择 >= 1 AND 送车选择 <= 3
       THEN PERFORM 登记送车服务
       END-IF.
       DISPLAY "机场接机请输入航班号(无请直接回车):"
           NO ADVANCING.
       MOVE SPACE TO 航班号输入.
       ACCEPT 航班号输入.
       IF 航班号输入 NOT = SPACE
       THEN PERFORM 登记接机航班
       END-IF.
       DISPLAY "是否需要配司机(是1/否0):" NO ADVANCING.
       ACCEPT 配司机选择.
       IF 配司机选择 = 1
       THEN PERFORM 指派随车司机
       END-IF.
       MOVE 0 TO 副驾登记数.
       DISPLAY "是否登记额外驾驶人(是1/否0):" NO ADVANCING.
       ACCEPT 副驾选择.
       MOVE "新增" TO 审计操作类型.
       MOVE 预定主键 TO 审计操作键.
       PERFORM 写审计记录.
       IF 车类预定中
       THEN PERFORM 登记车类预定
       END-IF.
       IF 收益档位暂存 > 0
       THEN PERFORM 登记预定收益
       END-IF.
       IF 计费方案选择 = 2
       THEN PERFORM 登记计费方案
       END-IF.
       CLOSE Ԥ��.
       OPEN INPUT Ԥ��.
       DISPLAY ����Ļ.
       END-READ
       END-PERFORM.
       CLOSE Ԥ��.
       PERFORM 累计超订额度.
       IF 当日预定数 >= 车辆总数 + 超订额度合计
       THEN SET 预定已满 TO TRUE
       ELSE SET 预定未满 TO TRUE
            IF 当日预定数 >= 车辆总数
            THEN DISPLAY "当日车辆已订满,按超订额度接受."
            END-IF
       END-IF.

       累计超订额度.
       MOVE 0 TO 超订额度合计.
       OPEN INPUT 超订额度.
       SET 超订没完了 TO TRUE.
       PERFORM UNTIL 超订完了
       READ 超订额度 NEXT RECORD
       AT END SET 超订完了 TO TRUE
       NOT AT END
       IF 超订类别 = ѡ��-2
       THEN ADD 允许超订数 TO 超订额度合计
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 超订额度.

       ����ƥ��.
       MOVE Ԥ���� TO 占用起暂存.
       MOVE �黹�� TO 占用止暂存.


       ��С���ļ�.
       DISPLAY "是否已知具体车牌照(知道请输入1,"
           "否则请输入0按列表选择,只订车类请输入2):"
           NO ADVANCING.
       ACCEPT 已知车牌选择.
       IF 已知车牌选择 = 2
       THEN MOVE 1 TO 车类代码暂存
            PERFORM 选定车类取车分店
            GO TO �ı�����
       END-IF.
       IF 已知车牌选择 = 1
       THEN PERFORM 按车牌选小车
       ELSE IF 有规格要求
            THEN MOVE 1 TO 规格类别暂存
                 PERFORM 列示符合规格车辆
                 ACCEPT С��ѡ��
            ELSE PERFORM 浏览选小车
            END-IF
       END-IF.
       IF С��ѡ�� IS ZERO
       THEN GO TO ������.
            CLOSE С��
            GO TO ������
       END-IF.
       IF 有规格要求
       THEN MOVE 1 TO 规格类别暂存
            MOVE С��ѡ�� TO 规格车号暂存
            PERFORM 核对车辆规格
            IF 规格不符
            THEN CLOSE С��
                 GO TO ������
            END-IF
       END-IF.
       MOVE С������ TO ���Գ�����.
       CLOSE С��.

       CLOSE С��.

       ���г��ļ�.
       DISPLAY "是否已知具体车牌照(知道请输入1,"
           "否则请输入0按列表选择,只订车类请输入2):"
           NO ADVANCING.
       ACCEPT 已知车牌选择.
       IF 已知车牌选择 = 2
       THEN MOVE 2 TO 车类代码暂存
            PERFORM 选定车类取车分店
            GO TO �ı�����
       END-IF.
       IF 已知车牌选择 = 1
       THEN PERFORM 按车牌选中车
       ELSE IF 有规格要求
            THEN MOVE 2 TO 规格类别暂存
                 PERFORM 列示符合规格车辆
                 ACCEPT �г�ѡ��
            ELSE PERFORM 浏览选中车
            END-IF
       END-IF.
       IF �г�ѡ�� IS ZERO
       THEN GO TO ������.
            CLOSE �г�
            GO TO ������
       END-IF.
       IF 有规格要求
       THEN MOVE 2 TO 规格类别暂存
            MOVE �г�ѡ�� TO 规格车号暂存
            PERFORM 核对车辆规格
            IF 规格不符
            THEN CLOSE �г�
                 GO TO ������
            END-IF
       END-IF.
       MOVE �г����� TO ���Գ�����.
       CLOSE �г�.

       CLOSE �г�.

       �����ļ�.
       DISPLAY "是否已知具体车牌照(知道请输入1,"
           "否则请输入0按列表选择,只订车类请输入2):"
           NO ADVANCING.
       ACCEPT 已知车牌选择.
       IF 已知车牌选择 = 2
       THEN MOVE 3 TO 车类代码暂存
            PERFORM 选定车类取车分店
            GO TO �ı�����
       END-IF.
       IF 已知车牌选择 = 1
       THEN PERFORM 按车牌选大车
       ELSE IF 有规格要求
            THEN MOVE 3 TO 规格类别暂存
                 PERFORM 列示符合规格车辆
                 ACCEPT ��ѡ��
            ELSE PERFORM 浏览选大车
            END-IF
       END-IF.
       IF ��ѡ�� IS ZERO
       THEN GO TO ������.
            CLOSE ��
            GO TO ������
       END-IF.
       IF 有规格要求
       THEN MOVE 3 TO 规格类别暂存
            MOVE ��ѡ�� TO 规格车号暂存
            PERFORM 核对车辆规格
            IF 规格不符
            THEN CLOSE ��
                 GO TO ������
            END-IF
       END-IF.
       MOVE ������ TO ���Գ�����.
       CLOSE ��.

       CLOSE ��.

       �����ļ�.
       DISPLAY "是否已知具体车牌照(知道请输入1,"
           "否则请输入0按列表选择,只订车类请输入2):"
           NO ADVANCING.
       ACCEPT 已知车牌选择.
       IF 已知车牌选择 = 2
       THEN MOVE 4 TO 车类代码暂存
            PERFORM 选定车类取车分店
            GO TO �ı�����
       END-IF.
       IF 已知车牌选择 = 1
       THEN PERFORM 按车牌选贵车
       ELSE IF 有规格要求
            THEN MOVE 4 TO 规格类别暂存
                 PERFORM 列示符合规格车辆
                 ACCEPT ��ѡ��
            ELSE PERFORM 浏览选贵车
            END-IF
       END-IF.
       IF ��ѡ�� IS ZERO
       THEN GO TO ������.
            CLOSE ��
            GO TO ������
       END-IF.
       IF 有规格要求
       THEN MOVE 4 TO 规格类别暂存
            MOVE ��ѡ�� TO 规格车号暂存
            PERFORM 核对车辆规格
            IF 规格不符
            THEN CLOSE ��
                 GO TO ������
            END-IF
       END-IF.
       MOVE ������ TO ���Գ�����.
       CLOSE ��.

       NOT AT END
       IF 主档类别代码 = ѡ��-2
          AND NOT 主档停用 AND NOT 主档在途
       THEN PERFORM 列示主档候选车
       END-IF
       END-READ
       END-PERFORM.
            STOP " "
            GO TO ������
       END-IF.
       IF 有规格要求
       THEN MOVE ѡ��-2 TO 规格类别暂存
            MOVE 主档车选择 TO 规格车号暂存
            PERFORM 核对车辆规格
            IF 规格不符
            THEN STOP " "
                 GO TO ������
            END-IF
       END-IF.

       预定主档车文件.
       OPEN I-O 车辆主档.
       CLOSE �˿�.


       选定车类取车分店.
       DISPLAY "请输入取车分店代码:" NO ADVANCING.
       ACCEPT 车类取车分店输入.
       SET 分店无效 TO TRUE.
       OPEN INPUT 分店.
       MOVE 车类取车分店输入 TO 分店代码.
       READ 分店 KEY IS 分店代码
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 分店营业
       THEN SET 分店有效 TO TRUE
       END-IF
       END-READ.
       CLOSE 分店.
       IF 分店无效
       THEN DISPLAY "没有该分店或分店停业,请重新选择."
            STOP " "
            GO TO ������
       END-IF.
       SET 车类预定中 TO TRUE.
       MOVE SPACE TO ���Գ�����.

       检查车类容量.
       CALL "车类容量" USING 车类代码暂存
           ����Ԥ���� ���Թ黹��
           车类车辆数 车类占用数 车类日租金.

       核查加装设备.
       MOVE 预定分店 TO 设备分店暂存.
       CALL "设备可用" USING 设备类型暂存 设备分店暂存
           ����Ԥ���� ���Թ黹��
           设备总数暂存 设备占用暂存.
       IF 设备占用暂存 < 设备总数暂存
       THEN SET 设备有空闲 TO TRUE
       ELSE SET 设备无空闲 TO TRUE
            DISPLAY "本店该加装设备在租期内已无空闲,"
                "本预定不含该项加装."
       END-IF.

       输入规格要求.
       MOVE SPACE TO 要求变速箱 要求燃料.
       MOVE 0 TO 要求座位数 要求行李数.
       DISPLAY "是否有必备车型规格要求"
           "(有请输入1,无请输入0):" NO ADVANCING.
       ACCEPT 规格要求选择.
       IF 规格要求选择 = 1
       THEN SET 有规格要求 TO TRUE
            DISPLAY "变速箱(A自动 M手动,不限直接回车):"
                NO ADVANCING
            ACCEPT 要求变速箱
            DISPLAY "最少座位数(不限输入0):" NO ADVANCING
            ACCEPT 要求座位数
            DISPLAY "燃料(G汽油 D柴油 E电动 H混动,"
                "不限直接回车):" NO ADVANCING
            ACCEPT 要求燃料
            DISPLAY "最少行李件数(不限输入0):" NO ADVANCING
            ACCEPT 要求行李数
       END-IF.

       列示符合规格车辆.
       CALL "规格选车" USING 规格类别暂存 要求变速箱
           要求座位数 要求燃料 要求行李数
           规格车数暂存.
       DISPLAY "请输入选定的车号(放弃请输入0):"
           NO ADVANCING.

       核对车辆规格.
       SET 规格相符 TO TRUE.
       CALL "规格核车" USING 规格类别暂存 规格车号暂存
           要求变速箱 要求座位数 要求燃料 要求行李数
           规格描述暂存 规格符合暂存.
       IF 规格符合暂存 = 0
       THEN SET 规格不符 TO TRUE
            DISPLAY "该车不符合必备规格要求,该车规格:"
                NO ADVANCING
            DISPLAY 规格描述暂存
       END-IF.

       列示主档候选车.
       IF 无规格要求
       THEN DISPLAY 车辆主档记录
       ELSE PERFORM 列示主档合规格车
       END-IF.

       列示主档合规格车.
       CALL "规格匹配" USING 主档厂家 主档型号
           要求变速箱 要求座位数 要求燃料 要求行李数
           规格描述暂存 规格符合暂存.
       IF 规格符合暂存 = 1
       THEN DISPLAY 车辆主档记录 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 规格描述暂存
       END-IF.

       填写车类预定.
       EVALUATE 车类代码暂存
       WHEN 1 MOVE "С��" TO Ԥ������1
       WHEN 2 MOVE "�г�" TO Ԥ������1
       WHEN 3 MOVE "��" TO Ԥ������1
       WHEN OTHER MOVE "��" TO Ԥ������1
       END-EVALUATE.
       MOVE 0 TO Ԥ������2.
       MOVE SPACE TO Ԥ����������.
       MOVE SPACE TO Ԥ��������1.
       MOVE SPACE TO Ԥ��������2.
       MOVE 0 TO Ԥ��������3.
       MOVE 车类日租金 TO Ԥ�����ձ���.
       MOVE 车类取车分店输入 TO 预定分店.

       登记车类预定.
       OPEN I-O 车类预定.
       MOVE 确认号 TO 车类确认号.
       MOVE Ԥ���˿ͺ� TO 车类客户号.
       MOVE 预定序号 TO 车类预定序号.
       MOVE 车类代码暂存 TO 车类代码.
       MOVE 车类取车分店输入 TO 车类取车分店.
       MOVE ����Ԥ���� TO 车类取车日期.
       MOVE ���Թ黹�� TO 车类还车日期.
       SET 车类待分配 TO TRUE.
       MOVE SPACE TO 车类分配车牌.
       MOVE 0 TO 车类分配日期.
       WRITE 车类预定记录.
       CLOSE 车类预定.
       DISPLAY "本预定只订车类,"
           "具体车辆将于取车前夜分配.".

       显示取车分店.
       SET 分店无效 TO TRUE.
       MOVE SPACE TO 分店名称暂存.
       ELSE DISPLAY "提示:取车分店编号未在分店主档登记."
       END-IF.

       核查还车分店车位.
       MOVE ���Թ黹�� TO 预测日期.
       CALL "车场预测" USING 预计还车分店 预测日期
           预测在场数 预测容量.
       IF 预测容量 > 0 AND 预测在场数 + 1 > 预测容量
       THEN DISPLAY "警告:还车当晚该分店预计在场"
                NO ADVANCING
            DISPLAY 预测在场数 NO ADVANCING
            DISPLAY "辆,车位数仅" NO ADVANCING
            DISPLAY 预测容量
            DISPLAY "请建议顾客改在其他分店还车."
       END-IF.

       登记副驾驶.
       DISPLAY "请输入额外驾驶人姓名:" NO ADVANCING.
       ACCEPT 副驾姓名输入.
       登记副驾驶-EXIT.
       EXIT.

       套用收益档位.
       COMPUTE 收益租金暂存 ROUNDED =
           收益基准暂存 * (100 + 收益加价暂存) / 100.
       IF 收益租金暂存 > 999
       THEN MOVE 999 TO 收益租金暂存
       END-IF.
       MOVE 收益租金暂存 TO 报价租金参数.
       DISPLAY "该类别车辆预定紧张,占用率(%):" NO ADVANCING.
       DISPLAY 收益占用暂存.
       DISPLAY "按收益档位上浮日租金(%):" NO ADVANCING.
       DISPLAY 收益加价暂存.

       登记预定收益.
       OPEN I-O 预定收益.
       MOVE 确认号 TO 收益确认号.
       MOVE 收益类别暂存 TO 收益类别代码.
       MOVE 收益档位暂存 TO 收益档位.
       MOVE 收益加价暂存 TO 收益加价百分比.
       MOVE 收益占用暂存 TO 收益占用率.
       MOVE 收益基准暂存 TO 收益基准日租金.
       MOVE 收益租金暂存 TO 收益报价日租金.
       ACCEPT 收益登记日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 收益账单号.
       MOVE 0 TO 收益增收金额.
       SET 收益未结算 TO TRUE.
       WRITE 预定收益记录
       INVALID KEY REWRITE 预定收益记录
       END-WRITE.
       CLOSE 预定收益.
       MOVE "收益" TO 审计操作文件.
       MOVE "定档" TO 审计操作类型.
       MOVE 收益确认号 TO 审计操作键.
       PERFORM 写审计记录.

       选择计费方案.
       DISPLAY "计费方案(1按日计费/2按里程计费):"
           NO ADVANCING.
       ACCEPT 计费方案选择.
       IF 计费方案选择 NOT = 2
       THEN MOVE 1 TO 计费方案选择
       ELSE PERFORM 载入计程参数
            MOVE Ԥ�����ձ��� TO 计程标准租金
            COMPUTE 计程基础暂存 ROUNDED =
                计程标准租金 * 计程百分比暂存 / 100
            IF 计程基础暂存 < 1
            THEN MOVE 1 TO 计程基础暂存
            END-IF
            DISPLAY "按里程计费:基础日租金" NO ADVANCING
            DISPLAY 计程基础暂存 NO ADVANCING
            DISPLAY ",每公里" NO ADVANCING
            DISPLAY 计程每公里暂存
            DISPLAY "按里程计费不适用收益档位上浮."
            MOVE 0 TO 收益档位暂存
       END-IF.

       载入计程参数.
       MOVE 40 TO 计程百分比暂存.
       MOVE 1 TO 计程每公里暂存.
       OPEN INPUT 计程参数.
       MOVE 1 TO 计程参数编号.
       READ 计程参数 KEY IS 计程参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 计程基础百分比 TO 计程百分比暂存
       MOVE 每公里费额 TO 计程每公里暂存
       END-READ.
       CLOSE 计程参数.

       登记计费方案.
       OPEN I-O 计费方案.
       MOVE 确认号 TO 方案确认号.
       SET 方案按里程计费 TO TRUE.
       MOVE 计程基础暂存 TO 方案基础日租金.
       MOVE 计程每公里暂存 TO 方案每公里费.
       ACCEPT 方案登记日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 方案账单号 方案行驶里程 方案里程费.
       SET 方案未结算 TO TRUE.
       WRITE 计费方案记录
       INVALID KEY REWRITE 计费方案记录
       END-WRITE.
       CLOSE 计费方案.
       MOVE "计费" TO 审计操作文件.
       MOVE "方案" TO 审计操作类型.
       MOVE 方案确认号 TO 审计操作键.
       PERFORM 写审计记录.

       指派随车司机.
       MOVE 1 TO 派遣模式参数.
       MOVE 确认号 TO 派遣确认号参数.
       MOVE Ԥ���˿ͺ� TO 派遣顾客参数.
       MOVE ����Ԥ���� TO 派遣起参数.
       MOVE ���Թ黹�� TO 派遣止参数.
       MOVE 预定分店 TO 派遣分店参数.
       CALL "司机派遣" USING 当前操作员 派遣模式参数
           派遣确认号参数 派遣顾客参数 派遣起参数
           派遣止参数 派遣分店参数 派遣结果参数.

       登记接机航班.
       DISPLAY "请输入航班计划到达时刻(HHMM):" NO ADVANCING.
       ACCEPT 到达时刻输入.
       OPEN I-O 航班.
       MOVE 确认号 TO 航班确认号.
       MOVE 航班号输入 TO 航班号.
       MOVE Ԥ���˿ͺ� TO 航班顾客号.
       MOVE 预定分店 TO 航班分店.
       MOVE ����Ԥ���� TO 计划到达日期.
       MOVE 到达时刻输入 TO 计划到达时刻.
       MOVE 0 TO 实际到达日期 实际到达时刻.
       SET 航班待到 TO TRUE.
       WRITE 航班记录
       INVALID KEY REWRITE 航班记录
       END-WRITE.
       CLOSE 航班.
       DISPLAY "航班已登记,延误时将顺延保留预定.".

       登记送车服务.
       OPEN I-O 送车单.
       MOVE 确认号 TO 送车确认号.
       ELSE DISPLAY "主管核验未通过."
       END-IF.

       核查企业合同.
       MOVE �˿ͺ� TO 合同客户暂存.
       MOVE ѡ��-2 TO 合同类别暂存.
       CALL "合同核查" USING 合同客户暂存 合同类别暂存
           ����Ԥ���� ���Թ黹��
           合同结果暂存.

       检查企业信用.
       SET 信用不受限 TO TRUE.
       MOVE 0 TO 信用额度暂存.
