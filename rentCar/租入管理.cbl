       77 取号结果参数 PIC 9(8).
       77 选择 PIC 9.
       77 车牌输入 PIC X(6).
       01 协议是否新增 PIC 9.
        88 协议新增 VALUE 1.
        88 协议修改 VALUE 0.
       77 车位模式参数 PIC 9.
       77 车位分店参数 PIC 9(2).
       77 车位车牌参数 PIC X(6).
       77 车位号参数 PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       MOVE 车牌输入 TO 租入车牌照.
       READ 租入协议 KEY IS 租入车牌照
       INVALID KEY DISPLAY "将新增该租入协议."
                   SET 协议新增 TO TRUE
       NOT INVALID KEY DISPLAY "将修改该租入协议."
                       SET 协议修改 TO TRUE
       END-READ.
       MOVE 车牌输入 TO 租入车牌照.
       DISPLAY "请输入供应商名称:" NO ADVANCING.
       MOVE 车牌输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "租入协议已保存,到期夜批将自动停租.".
       IF 协议新增
       THEN DISPLAY "请输入车辆停放分店编号:" NO ADVANCING
            ACCEPT 车位分店参数
            MOVE 1 TO 车位模式参数
            MOVE 车牌输入 TO 车位车牌参数
            CALL "车位分配" USING 车位模式参数
                车位分店参数 车位车牌参数 车位号参数
            IF 车位号参数 > 0
            THEN DISPLAY "已安排停放车位:" NO ADVANCING
                 DISPLAY 车位号参数
            END-IF
       END-IF.

       浏览租入协议.
       DISPLAY "--租入协议(1生效0已退还)--".
       MOVE "退还" TO 审计操作类型.
       MOVE 车牌输入 TO 审计操作键.
       PERFORM 写审计记录.
       MOVE 2 TO 车位模式参数.
       MOVE 0 TO 车位分店参数.
       MOVE 车牌输入 TO 车位车牌参数.
       CALL "车位分配" USING 车位模式参数 车位分店参数
           车位车牌参数 车位号参数.

       写审计记录.
       OPEN I-O 审计.
