       77 报价折扣参数 PIC 9(2).
       77 报价结果参数 PIC 9(7).
       77 驾照核查止日 PIC 9(8).
       77 车位模式参数 PIC 9.
       77 车位分店参数 PIC 9(2).
       77 车位车牌参数 PIC X(6).
       77 车位号参数 PIC 9(4).
       77 检查类型参数 PIC X(4).
       77 检查客户参数 PIC 9(6).
       77 检查序号参数 PIC 9(4).
       01 驾照是否合格 PIC 9.
        88 驾照合格 VALUE 1.
        88 驾照不合格 VALUE 0.
       77 身份模式参数 PIC 9.
       77 身份顾客号参数 PIC 9(6).
       77 身份结果参数 PIC 9.
       77 核查顾客号参数 PIC 9(6).
       77 核查电话参数 PIC 9(11).
       77 核查驾照参数 PIC X(12).
       77 核查结果参数 PIC 9.
       LINKAGE SECTION.
       01 �˵����� OBJECT REFERENCE.
       01 �˿Ͷ��� OBJECT REFERENCE.
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
       菜单循环.
       INVOKE �˵����� "�˵�-2" RETURNING ѡ��-2.
       EVALUATE 选择-2
            CLOSE �˿�
            EXIT PROGRAM
       END-IF.
       MOVE 1 TO 身份模式参数.
       MOVE �˿ͺ� TO 身份顾客号参数.
       CALL "身份登记" USING 当前操作员 身份模式参数
           身份顾客号参数 身份结果参数.
       IF 身份结果参数 NOT = 1
       THEN DISPLAY "该顾客未登记有效身份证,"
                "不能现场发车!"
            CLOSE �˿�
            EXIT PROGRAM
       END-IF.
       PERFORM 检查每日预定容量.
       IF 预定已满
       THEN DISPLAY "当日全部车辆均已被预定或租出,暂不能再接受新的现场租车."
           检查客户参数 检查序号参数 检查车牌参数.
       DISPLAY ����Ļ.
       PERFORM 钥匙交接租出.
       PERFORM 腾出车位.
       CALL "租车协议" USING 当前操作员
           检查客户参数 检查序号参数.
       DISPLAY "现场租车登记成功,车辆已直接发放!".
       END-WRITE.
       CLOSE 审计.

       腾出车位.
       MOVE 2 TO 车位模式参数.
       MOVE 0 TO 车位分店参数.
       MOVE Ԥ���������� TO 车位车牌参数.
       CALL "车位分配" USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.

       钥匙交接租出.
       OPEN I-O 钥匙档.
       MOVE Ԥ���������� TO 钥匙车牌照.
