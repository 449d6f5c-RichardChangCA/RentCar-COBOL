       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 归一结果.
        05 归一现车牌 PIC X(6).
        05 归一车牌数 PIC 99.
        05 归一车牌项 PIC X(6) OCCURS 10.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       DISPLAY "请输入车牌照:" NO ADVANCING.
       ACCEPT 车牌输入.
       PERFORM 归一车牌输入.
       OPEN I-O 钥匙档.
       MOVE 车牌输入 TO 钥匙车牌照.
       READ 钥匙档 KEY IS 钥匙车牌照
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       DISPLAY "请输入车牌照:" NO ADVANCING.
       ACCEPT 车牌输入.
       PERFORM 归一车牌输入.
       DISPLAY "去向(1在柜3维修厂4代驾保养5遗失):"
           NO ADVANCING.
       ACCEPT 去向输入.
            DISPLAY "以上车辆暂不宜对外承诺发车."
       END-IF.

       归一车牌输入.
       CALL "车牌归一" USING 车牌输入 归一结果.
       IF 归一现车牌 NOT = 车牌输入
       THEN DISPLAY "该车牌已变更,现用车牌:" 归一现车牌
            MOVE 归一现车牌 TO 车牌输入
       END-IF.

       写审计记录.
       OPEN I-O 审计.
       MOVE "审计" TO 取号序列参数.
