       IDENTIFICATION DIVISION.
       PROGRAM-ID.推荐核查.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号.

        SELECT OPTIONAL 顾客地址 ASSIGN TO "顾客地址.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 地址顾客号.

       DATA DIVISION.
       FILE SECTION.
       FD 顾客.
       01 顾客记录.
        05 顾客号 PIC 9(6).
        05 顾客档案姓名 PIC BX(10).
        05 顾客档案电话 PIC B9(11).
        05 积分 PIC B9(6).
        05 企业客户 PIC 9.
         88 是企业客户 VALUE 1.
         88 不是企业客户 VALUE 0.
        05 协议折扣 PIC B9(2).
        05 信用冻结 PIC 9.
         88 信用冻结中 VALUE 1.
         88 信用正常 VALUE 0.
        05 驾照号码 PIC X(12).
        05 驾照有效期 PIC 9(8).
        05 预付余额 PIC 9(7).
       FD 顾客地址.
       01 顾客地址记录.
        05 地址顾客号 PIC 9(6).
        05 邮政编码 PIC X(6).
        05 档案地址 PIC X(30).
        05 通讯地址 PIC X(30).

       WORKING-STORAGE SECTION.
       77 新客电话 PIC B9(11).
       77 新客驾照 PIC X(12).
       77 新客档案地址 PIC X(30).
       77 新客通讯地址 PIC X(30).
       LINKAGE SECTION.
       77 推荐人参数 PIC 9(6).
       77 被推荐人参数 PIC 9(6).
       77 推荐原因参数 PIC X(12).

       PROCEDURE DIVISION USING 推荐人参数 被推荐人参数
           推荐原因参数.
       MOVE SPACE TO 推荐原因参数.
       IF 推荐人参数 = 被推荐人参数
       THEN MOVE "本人推荐" TO 推荐原因参数
            EXIT PROGRAM
       END-IF.
       OPEN INPUT 顾客.
       MOVE 被推荐人参数 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY MOVE "无此新客" TO 推荐原因参数
       END-READ.
       MOVE 顾客档案电话 TO 新客电话.
       MOVE 驾照号码 TO 新客驾照.
       MOVE 推荐人参数 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY MOVE "无推荐人" TO 推荐原因参数
       END-READ.
       CLOSE 顾客.
       IF 推荐原因参数 NOT = SPACE
       THEN EXIT PROGRAM
       END-IF.
       IF 顾客档案电话 = 新客电话
       THEN MOVE "同一电话" TO 推荐原因参数
            EXIT PROGRAM
       END-IF.
       IF 驾照号码 NOT = SPACE AND 驾照号码 = 新客驾照
       THEN MOVE "同一驾照" TO 推荐原因参数
            EXIT PROGRAM
       END-IF.
       MOVE SPACE TO 新客档案地址 新客通讯地址.
       OPEN INPUT 顾客地址.
       MOVE 被推荐人参数 TO 地址顾客号.
       READ 顾客地址 KEY IS 地址顾客号
       INVALID KEY CLOSE 顾客地址
                   EXIT PROGRAM
       END-READ.
       MOVE 档案地址 TO 新客档案地址.
       MOVE 通讯地址 TO 新客通讯地址.
       MOVE 推荐人参数 TO 地址顾客号.
       READ 顾客地址 KEY IS 地址顾客号
       INVALID KEY CLOSE 顾客地址
                   EXIT PROGRAM
       END-READ.
       CLOSE 顾客地址.
       IF 档案地址 NOT = SPACE
          AND (档案地址 = 新客档案地址
               OR 档案地址 = 新客通讯地址)
       THEN MOVE "同一地址" TO 推荐原因参数
            EXIT PROGRAM
       END-IF.
       IF 通讯地址 NOT = SPACE
          AND (通讯地址 = 新客档案地址
               OR 通讯地址 = 新客通讯地址)
       THEN MOVE "同一地址" TO 推荐原因参数
       END-IF.
       EXIT PROGRAM.
