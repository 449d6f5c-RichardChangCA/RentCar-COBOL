       IDENTIFICATION DIVISION.
       PROGRAM-ID.设备可用.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 设备 ASSIGN TO "设备.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 设备序列号.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD 设备.
       01 设备记录.
        05 设备序列号 PIC X(10).
        05 设备类型 PIC 9.
         88 设备儿童座椅 VALUE 1.
         88 设备GPS导航 VALUE 2.
        05 设备型号 PIC X(10).
        05 设备分店 PIC 9(2).
        05 设备所在分店 PIC 9(2).
        05 设备状态 PIC 9.
         88 设备在库 VALUE 1.
         88 设备已借出 VALUE 2.
         88 设备停用 VALUE 3.
         88 设备遗失 VALUE 4.
        05 设备确认号 PIC 9(6).
        05 设备借出日期 PIC 9(8).
        05 设备应还日期 PIC 9(8).
        05 设备检验到期 PIC 9(8).
        05 设备购置日期 PIC 9(8).
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

       WORKING-STORAGE SECTION.
       77 本预定分店 PIC 9(2).
       77 本预定起 PIC 9(8).
       77 本预定止 PIC 9(8).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       LINKAGE SECTION.
       77 可用类型参数 PIC 9.
       77 可用分店参数 PIC 9(2).
       77 可用起参数 PIC 9(8).
       77 可用止参数 PIC 9(8).
       77 可用总数参数 PIC 9(3).
       77 可用占用参数 PIC 9(3).

       PROCEDURE DIVISION USING 可用类型参数 可用分店参数
           可用起参数 可用止参数 可用总数参数
           可用占用参数.
       MOVE 0 TO 可用总数参数 可用占用参数.
       OPEN INPUT 设备.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 设备 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 设备类型 = 可用类型参数
           AND 设备分店 = 可用分店参数
           AND NOT 设备遗失 AND NOT 设备停用
       THEN COMPUTE 可用总数参数 = 可用总数参数 + 1
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 设备.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       MOVE 预定分店 TO 本预定分店
       MOVE 预定起 TO 本预定起
       MOVE 归还止 TO 本预定止
       IF 本预定分店 = 可用分店参数
           AND NOT ((本预定止 < 可用起参数)
                    OR (本预定起 > 可用止参数))
       THEN PERFORM 核对预定设备
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 预定.
       EXIT PROGRAM.

       核对预定设备.
       IF (可用类型参数 = 1 AND 选配儿童座椅)
           OR (可用类型参数 = 2 AND 选配GPS导航)
       THEN COMPUTE 可用占用参数 = 可用占用参数 + 1
       END-IF.
