        ACCESS IS DYNAMIC
        LOCK MODE IS AUTOMATIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS Ԥ���������� WITH
            DUPLICATES.

        SELECT 过期 ASSIGN TO "过期.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备注主键.

        SELECT OPTIONAL 电量记录 ASSIGN TO "电量记录.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 电量确认号.

       DATA DIVISION.

       FILE SECTION.
        05 备注日期 PIC 9(8).
        05 备注时分 PIC 9(4).
        05 备注操作员 PIC X(6).
       FD 电量记录.
       01 电量记录行.
        05 电量确认号 PIC 9(6).
        05 电量车牌照 PIC X(7).
        05 取车电量 PIC 9(3).
        05 取车电量日期 PIC 9(8).
        05 还车电量 PIC 9(3).
        05 还车电量日期 PIC 9(8).
        05 充电费额 PIC 9(5).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 最大过期编号 PIC 9(6).
       77 取车油量输入 PIC 9.
       77 驾照核查止日 PIC 9(8).
       77 车位模式参数 PIC 9.
       77 车位分店参数 PIC 9(2).
       77 车位车牌参数 PIC X(6).
       77 车位号参数 PIC 9(4).
       77 取车出生暂存 PIC 9(8).
       77 取车驾驶年龄 PIC 9(3).
       77 取车核查日 PIC 9(8).
       77 检查客户参数 PIC 9(6).
       77 检查序号参数 PIC 9(4).
       77 检查车牌参数 PIC X(6).
       77 借还模式参数 PIC 9.
       77 借还类型参数 PIC 9.
       77 借还确认号参数 PIC 9(6).
       77 借还分店参数 PIC 9(2).
       77 借还应还参数 PIC 9(8).
       77 借还结果参数 PIC 9.
       77 能源电动暂存 PIC 9.
       77 电量输入 PIC 9(3).
       01 当前时刻.
        05 当前时分 PIC 9(4).
        05 FILLER PIC 9(4).
       END-READ
       END-PERFORM
       DISPLAY SPACE.
       DISPLAY
           "�����⳵�˿͵�Ԥ���˿ͺ�(û���"
           "���0):" NO ADVANCING.
       ACCEPT �⳵��.
       IF �⳵��=0 THEN
       CLOSE Ԥ��
       EXIT PROGRAM
       END-IF
       MOVE �⳵�� TO Ԥ���˿ͺ�.
       DISPLAY "请输入该客户的预定序号(见上表):"
           NO ADVANCING.
       ACCEPT 预定序号输入.
       MOVE 预定序号输入 TO 预定序号.
       READ Ԥ�� KEY IS 预定主键.
       IF Ԥ���������� = SPACE
       THEN DISPLAY "该预定只订了车类,尚未分配具体车辆,"
                "请待分配后再办理取车."
            CLOSE Ԥ��
            STOP " "
            EXIT PROGRAM
       END-IF.
       DISPLAY Ԥ����¼.
       DISPLAY SPACE.
       DISPLAY
           "������������(��ʽΪ��λ�"
           "�������,��20160917)".
       ACCEPT �ж�����.
       IF �ж�����<Ԥ����
       THEN DISPLAY "δ���⳵���ڣ��⳵ʧ��!".
       PERFORM 提示驾驶年龄.
       PERFORM 弹出顾客警示.
       IF 驾照不合格
       THEN DISPLAY
           "该顾客驾驶证缺失或租期内过期,不能发车!"
            CLOSE Ԥ��
            STOP " "
            EXIT PROGRAM
       IF �ж�����>=Ԥ���� AND <=�黹��
       THEN DISPLAY "�⳵�ɹ�!"
            MOVE �ж����� TO Ԥ����
            PERFORM 登记取车能量
            ACCEPT 当前时刻 FROM TIME
            MOVE 当前时分 TO 取车时刻
            SET 已经取车 TO TRUE
            CALL "检查登记" USING 当前操作员 检查类型参数
                检查客户参数 检查序号参数 检查车牌参数
            PERFORM 钥匙交接租出
            PERFORM 腾出车位
            CALL "租车协议" USING 当前操作员
                检查客户参数 检查序号参数
            PERFORM 发放加装设备
       END-IF.
       PERFORM 更新车辆状态.
       IF �ж�����>�黹��
       提示驾驶年龄-EXIT.
       EXIT.

       腾出车位.
       MOVE 2 TO 车位模式参数.
       MOVE 0 TO 车位分店参数.
       MOVE Ԥ���������� TO 车位车牌参数.
       CALL "车位分配" USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.

       登记取车能量.
       CALL "车辆能源" USING Ԥ����������
           能源电动暂存.
       IF 能源电动暂存 = 1
       THEN DISPLAY "该车为电动车,请输入取车时"
                "电量百分比(0-100):" NO ADVANCING
            ACCEPT 电量输入
            MOVE 4 TO 取车油量
            PERFORM 写取车电量
       ELSE DISPLAY "请输入取车时的油量(0-4,4为满):"
                NO ADVANCING
            ACCEPT 取车油量输入
            MOVE 取车油量输入 TO 取车油量
       END-IF.

       写取车电量.
       OPEN I-O 电量记录.
       MOVE 确认号 TO 电量确认号.
       MOVE Ԥ���������� TO 电量车牌照.
       MOVE 电量输入 TO 取车电量.
       ACCEPT 取车电量日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 还车电量 还车电量日期 充电费额.
       WRITE 电量记录行
       INVALID KEY REWRITE 电量记录行
       END-WRITE.
       CLOSE 电量记录.

       发放加装设备.
       MOVE 1 TO 借还模式参数.
       MOVE 确认号 TO 借还确认号参数.
       MOVE 预定分店 TO 借还分店参数.
       MOVE �黹�� TO 借还应还参数.
       IF 选配儿童座椅
       THEN MOVE 1 TO 借还类型参数
            PERFORM 调用设备借还
       END-IF.
       IF 选配GPS导航
       THEN MOVE 2 TO 借还类型参数
            PERFORM 调用设备借还
       END-IF.

       调用设备借还.
       CALL "设备借还" USING 借还模式参数 借还类型参数
           借还确认号参数 借还分店参数 借还应还参数
           当前操作员 借还结果参数.

       钥匙交接租出.
       OPEN I-O 钥匙档.
       MOVE Ԥ���������� TO 钥匙车牌照.
       OPEN I-O 车辆主档.
       MOVE Ԥ���������� TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY DISPLAY
           "警告:车辆主档中未找到该车牌,请人工核对."
       NOT INVALID KEY SET 主档已租出 TO TRUE
                 REWRITE 车辆主档记录
       END-READ.
       OPEN I-O 车辆主档.
       MOVE Ԥ���������� TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY DISPLAY
           "警告:车辆主档中未找到该车牌,请人工核对."
       NOT INVALID KEY SET 主档可用 TO TRUE
                 REWRITE 车辆主档记录
       END-READ.
