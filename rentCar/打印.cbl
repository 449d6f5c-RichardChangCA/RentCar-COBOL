        ACCESS IS DYNAMIC
        RECORD KEY IS �˵���
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS �˵���������
            WITH DUPLICATES.

        SELECT 打印机 ASSIGN TO "收据单.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
        ACCESS IS DYNAMIC
        RECORD KEY IS 副驾主键.

        SELECT OPTIONAL 账单特许 ASSIGN TO "账单特许.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 特许账单号.

        SELECT OPTIONAL 账单杂费 ASSIGN TO "账单杂费.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 杂费行主键.

       DATA DIVISION.
       FILE SECTION.
       FD �˵�.
        05 副驾驾照号码 PIC X(12).
        05 副驾驾照有效期 PIC 9(8).
        05 副驾登记日期 PIC 9(8).
       FD 账单特许.
       01 账单特许记录.
        05 特许账单号 PIC 9(6).
        05 特许账单分店 PIC 9(2).
        05 特许费率 PIC 9(2)V99.
        05 特许计费基数 PIC 9(7).
        05 特许费额 PIC 9(5).
        05 特许营业日 PIC 9(8).
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
       77 归档报表名暂存 PIC X(12).
       01 副驾扫描是否完了 PIC 9.
        88 副驾扫描完了 VALUE 1.
        88 副驾扫描未完 VALUE 0.
       01 杂费扫描是否完了 PIC 9.
        88 杂费扫描完了 VALUE 1.
        88 杂费扫描未完 VALUE 0.
       77 ��ӡ�˵�ѡ�� PIC 9(6).
       77 L PIC 9.
       01 �Ƿ���� PIC 9.
       NOT AT END DISPLAY �˵���¼
       END-READ
       END-PERFORM.
       DISPLAY "�����˵���," NO ADVANCING.
       DISPLAY "ѡ���ӡ���˵�" NO ADVANCING.
       DISPLAY "(�˳�����0):" NO ADVANCING.
       ACCEPT ��ӡ�˵�ѡ��.
       IF ��ӡ�˵�ѡ��=0 THEN
       CLOSE �˵�
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY ����Ļ.
       DISPLAY "���:    " NO ADVANCING �˵���.
       DISPLAY "�˿�����:" NO ADVANCING
           �˵��˿�����.
       DISPLAY "�˿ͺ���:" NO ADVANCING
           �˵��˿ͺ���.
       DISPLAY "����:    " NO ADVANCING �˵�����1.
       DISPLAY "����:    " NO ADVANCING �˵�����2.
       DISPLAY "������:  " NO ADVANCING
           �˵���������.
       DISPLAY "����:    " NO ADVANCING
           �˵�������1.
       DISPLAY "������:  " NO ADVANCING
           �˵�������2.
       DISPLAY "������:  " NO ADVANCING
           �˵�������3.
       DISPLAY "�ձ���:  " NO ADVANCING
           �˵����ձ���.
       DISPLAY "Ԥ����:  " NO ADVANCING �˵�Ԥ����.
       DISPLAY "�黹��:  " NO ADVANCING �˵��黹��.
       DISPLAY "������:  " NO ADVANCING ������.
       EXIT PROGRAM.

       写收据单.
       STRING "账单号:" DELIMITED BY SIZE
              �˵��� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "客户姓名:" DELIMITED BY SIZE
              �˵��˿����� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "客户号码:" DELIMITED BY SIZE
              �˵��˿ͺ��� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "车辆类别:" DELIMITED BY SIZE
              �˵�����1 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "车辆编号:" DELIMITED BY SIZE
              �˵�����2 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "车牌照:" DELIMITED BY SIZE
              �˵��������� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "车厂家:" DELIMITED BY SIZE
              �˵�������1 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "车型号:" DELIMITED BY SIZE
              �˵�������2 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "归还里程:" DELIMITED BY SIZE
              �˵�������3 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "日租金:" DELIMITED BY SIZE
              �˵����ձ��� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "预定起:" DELIMITED BY SIZE
              �˵�Ԥ���� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "归还止:" DELIMITED BY SIZE
              �˵��黹�� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "租车天数:" DELIMITED BY SIZE
              ������ DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "总金额:" DELIMITED BY SIZE
              �ܽ�� DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "滞纳金:" DELIMITED BY SIZE 滞纳金 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "超里程费:" DELIMITED BY SIZE
              超里程费 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "加油费:" DELIMITED BY SIZE 加油费 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "已收押金:" DELIMITED BY SIZE
              已收押金 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "车况备注:" DELIMITED BY SIZE
              车况备注 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "损坏费:" DELIMITED BY SIZE 损坏费 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "付款方式:" DELIMITED BY SIZE
              付款方式 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       STRING "税额:" DELIMITED BY SIZE 账单税额 DELIMITED BY SIZE
         INTO 打印行.
       WRITE 打印行.
       PERFORM 列示特许费行.
       PERFORM 列示杂费行.
       PERFORM 列示折让行.
       PERFORM 列示副驾行.

       END-READ.
       CLOSE 折让单.

       列示特许费行.
       OPEN INPUT 账单特许.
       MOVE �˵��� TO 特许账单号.
       READ 账单特许 KEY IS 特许账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       STRING "机场特许费:" DELIMITED BY SIZE
              特许费额 DELIMITED BY SIZE
              " (已计入总金额及税额)" DELIMITED BY SIZE
         INTO 打印行
       WRITE 打印行
       END-READ.
       CLOSE 账单特许.

       列示杂费行.
       OPEN INPUT 账单杂费.
       MOVE �˵��� TO 杂费账单号.
       MOVE 0 TO 杂费行号.
       SET 杂费扫描未完 TO TRUE.
       START 账单杂费 KEY IS >= 杂费行主键
       INVALID KEY SET 杂费扫描完了 TO TRUE
       END-START.
       PERFORM UNTIL 杂费扫描完了
       READ 账单杂费 NEXT RECORD
       AT END SET 杂费扫描完了 TO TRUE
       NOT AT END
       IF 杂费账单号 NOT = �˵���
       THEN SET 杂费扫描完了 TO TRUE
       ELSE MOVE SPACE TO 打印行
            STRING "杂项收费:" DELIMITED BY SIZE
                   杂费行名称 DELIMITED BY SIZE
                   " 数量:" DELIMITED BY SIZE
                   杂费行数量 DELIMITED BY SIZE
                   " 单价:" DELIMITED BY SIZE
                   杂费行单价 DELIMITED BY SIZE
                   " 金额:" DELIMITED BY SIZE
                   杂费行金额 DELIMITED BY SIZE
              INTO 打印行
            WRITE 打印行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 账单杂费.

       列示副驾行.
       IF 账单确认号 = 0
       THEN GO TO 列示副驾行-EXIT
