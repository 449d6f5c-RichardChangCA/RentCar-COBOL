        ACCESS IS DYNAMIC
        RECORD KEY IS 扩展顾客号.

        SELECT OPTIONAL 坏账核销 ASSIGN TO "坏账核销.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 核销编号.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT OPTIONAL 顾客备注 ASSIGN TO "顾客备注.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备注主键.

        SELECT 核销月报 ASSIGN TO "坏账核销月报.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        05 等级评定日期 PIC 9(8).
        05 出生日期 PIC 9(8).
        05 信用额度 PIC 9(7).
       FD 坏账核销.
       01 坏账核销记录.
        05 核销编号 PIC 9(6).
        05 核销应收编号 PIC 9(6).
        05 核销顾客号 PIC 9(6).
        05 核销账单号 PIC 9(6).
        05 核销金额 PIC 9(7).
        05 核销原因 PIC 9.
         88 原因客户失联 VALUE 1.
         88 原因破产清算 VALUE 2.
         88 原因争议放弃 VALUE 3.
         88 原因金额过小 VALUE 4.
        05 核销日期 PIC 9(8).
        05 核销批准主管 PIC X(6).
        05 核销经办 PIC X(6).
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
       FD 顾客备注.
       01 顾客备注记录.
        05 备注主键.
         10 备注顾客号 PIC 9(6).
         10 备注序号 PIC 9(3).
        05 备注级别 PIC 9.
         88 级别普通备注 VALUE 1.
         88 级别提示备注 VALUE 2.
         88 级别高危警示 VALUE 3.
        05 备注内容 PIC X(30).
        05 备注日期 PIC 9(8).
        05 备注时分 PIC 9(4).
        05 备注操作员 PIC X(6).
       FD 核销月报.
       01 核销月报行 PIC X(100).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       77 原因输入 PIC 9.
       77 主管编号输入 PIC X(6).
       77 主管口令输入 PIC X(8).
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       77 最大备注序号 PIC 9(3).
       01 当前时刻.
        05 当前时分 PIC 9(4).
        05 FILLER PIC 9(4).
       77 核销金额暂存 PIC 9(7).
       77 月份输入 PIC 9(6).
       77 核销月份 PIC 9(6).
       77 核销笔数 PIC 9(4).
       77 核销合计 PIC 9(9).
       77 金额文本 PIC 9(9).
       77 原因文本 PIC X(12).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 最大审计编号 PIC 9(6).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       DISPLAY SPACE.
       DISPLAY "3、设置企业信用额度".
       DISPLAY SPACE.
       DISPLAY "4、坏账核销(需主管批准)".
       DISPLAY SPACE.
       DISPLAY "5、坏账核销月度登记簿".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       WHEN 1 PERFORM 登记收款
       WHEN 2 PERFORM 账龄分析
       WHEN 3 PERFORM 设置信用额度
       WHEN 4 PERFORM 登记坏账核销 THRU 登记坏账核销-EXIT
       WHEN 5 PERFORM 核销登记簿
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
            GO TO 登记收款-EXIT
       END-IF.
       DISPLAY SPACE.
       DISPLAY "请输入要收款的应收编号(不收款请输入0):"
           NO ADVANCING.
       ACCEPT 应收编号输入.
       IF 应收编号输入 = 0
       THEN CLOSE 应收
       THEN DISPLAY "收款金额超过余额,按余额全额收款."
            MOVE 应收余额 TO 收款金额输入
       END-IF.
       COMPUTE 应收已收金额 = 应收已收金额
           + 收款金额输入.
       COMPUTE 应收余额 = 应收余额 - 收款金额输入.
       IF 应收余额 = 0
       THEN SET 应收已结清 TO TRUE

       账龄分析.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 账龄030合计 账龄3060合计.
       MOVE 0 TO 账龄6090合计 账龄90上合计.
       DISPLAY "----应收账款账龄分析----".
       OPEN INPUT 应收.
       SET 没完了 TO TRUE.
       DISPLAY 账龄90上合计.

       归集账龄.
       CALL "日期工具" USING 应收开立日期 今日日期
           日期差结果.
       IF 日期差结果 < 0
       THEN MOVE 0 TO 日期差结果
       END-IF.
       WHEN OTHER ADD 应收余额 TO 账龄90上合计
       END-EVALUATE.

       登记坏账核销.
       DISPLAY "请输入要核销的应收编号:" NO ADVANCING.
       ACCEPT 应收编号输入.
       OPEN I-O 应收.
       MOVE 应收编号输入 TO 应收编号.
       READ 应收 KEY IS 应收编号
       INVALID KEY DISPLAY "没有该应收账款!"
                   CLOSE 应收
                   GO TO 登记坏账核销-EXIT
       END-READ.
       IF 应收已结清 OR 应收余额 = 0
       THEN DISPLAY "该应收账款已经结清,无需核销."
            CLOSE 应收
            GO TO 登记坏账核销-EXIT
       END-IF.
       DISPLAY 应收记录.
       DISPLAY "待核销余额:" NO ADVANCING.
       DISPLAY 应收余额.
       DISPLAY "核销原因:1客户失联 2破产清算 3争议放弃 "
           "4金额过小".
       DISPLAY "请输入原因代码:" NO ADVANCING.
       ACCEPT 原因输入.
       IF 原因输入 < 1 OR 原因输入 > 4
       THEN DISPLAY "原因代码无效,核销取消."
            CLOSE 应收
            GO TO 登记坏账核销-EXIT
       END-IF.
       DISPLAY "请主管输入编号:" NO ADVANCING.
       ACCEPT 主管编号输入.
       DISPLAY "请主管输入口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       PERFORM 核验核销主管.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,核销不生效."
            CLOSE 应收
            GO TO 登记坏账核销-EXIT
       END-IF.
       MOVE 应收余额 TO 核销金额暂存.
       MOVE 0 TO 应收余额.
       SET 应收已结清 TO TRUE.
       ACCEPT 应收结清日期 FROM DATE YYYYMMDD.
       REWRITE 应收记录.
       CLOSE 应收.
       PERFORM 落盘核销单.
       MOVE "应收" TO 审计操作文件.
       MOVE "核销" TO 审计操作类型.
       MOVE 应收编号 TO 审计操作键.
       PERFORM 写审计记录.
       PERFORM 登记核销备注.
       DISPLAY "坏账已核销,核销编号:" NO ADVANCING.
       DISPLAY 核销编号.
       登记坏账核销-EXIT.
       EXIT.

       核验核销主管.
       SET 主管未通过 TO TRUE.
       OPEN INPUT 操作员档.
       MOVE 主管编号输入 TO 档操作员编号.
       READ 操作员档 KEY IS 档操作员编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 档操作员启用
          AND 档操作员口令 = 主管口令输入
          AND 档操作员级别 >= 2
       THEN SET 主管通过 TO TRUE
       END-IF
       END-READ.
       CLOSE 操作员档.

       落盘核销单.
       OPEN I-O 坏账核销.
       MOVE "核销" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 核销编号.
       MOVE 应收编号 TO 核销应收编号.
       MOVE 应收顾客号 TO 核销顾客号.
       MOVE 应收账单号 TO 核销账单号.
       MOVE 核销金额暂存 TO 核销金额.
       MOVE 原因输入 TO 核销原因.
       MOVE 应收结清日期 TO 核销日期.
       MOVE 主管编号输入 TO 核销批准主管.
       MOVE 当前操作员 TO 核销经办.
       WRITE 坏账核销记录.
       CLOSE 坏账核销.
       MOVE "核销" TO 审计操作文件.
       MOVE "批准" TO 审计操作类型.
       MOVE 核销编号 TO 审计操作键.
       PERFORM 写审计记录.

       登记核销备注.
       ACCEPT 当前时刻 FROM TIME.
       OPEN I-O 顾客备注.
       MOVE 0 TO 最大备注序号.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 顾客备注 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 备注顾客号 = 应收顾客号
          AND 备注序号 > 最大备注序号
       THEN MOVE 备注序号 TO 最大备注序号
       END-IF
       END-READ
       END-PERFORM.
       MOVE 应收顾客号 TO 备注顾客号.
       COMPUTE 备注序号 = 最大备注序号 + 1.
       SET 级别高危警示 TO TRUE.
       MOVE 核销金额暂存 TO 金额文本.
       MOVE SPACE TO 备注内容.
       STRING "坏账核销" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              "元,限现付" DELIMITED BY SIZE
         INTO 备注内容.
       MOVE 应收结清日期 TO 备注日期.
       MOVE 当前时分 TO 备注时分.
       MOVE 当前操作员 TO 备注操作员.
       WRITE 顾客备注记录
       INVALID KEY COMPUTE 备注序号 = 备注序号 + 1
                   WRITE 顾客备注记录
       END-WRITE.
       CLOSE 顾客备注.

       核销登记簿.
       DISPLAY "请输入月份(YYYYMM):" NO ADVANCING.
       ACCEPT 月份输入.
       MOVE 0 TO 核销笔数 核销合计.
       OPEN OUTPUT 核销月报.
       MOVE SPACE TO 核销月报行.
       STRING "----坏账核销登记簿 " DELIMITED BY SIZE
              月份输入 DELIMITED BY SIZE
              "----" DELIMITED BY SIZE
         INTO 核销月报行.
       WRITE 核销月报行.
       DISPLAY 核销月报行.
       OPEN INPUT 坏账核销.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 坏账核销 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       COMPUTE 核销月份 = 核销日期 / 100
       IF 核销月份 = 月份输入
       THEN PERFORM 写核销登记行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 坏账核销.
       MOVE 核销合计 TO 金额文本.
       MOVE SPACE TO 核销月报行.
       STRING "合计笔数:" DELIMITED BY SIZE
              核销笔数 DELIMITED BY SIZE
              " 合计金额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
         INTO 核销月报行.
       WRITE 核销月报行.
       DISPLAY 核销月报行.
       CLOSE 核销月报.
       MOVE "坏账核销" TO 归档报表名暂存.
       MOVE "坏账核销月报.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 月份输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 当前操作员.

       写核销登记行.
       COMPUTE 核销笔数 = 核销笔数 + 1.
       ADD 核销金额 TO 核销合计.
       EVALUATE TRUE
       WHEN 原因客户失联 MOVE "客户失联" TO 原因文本
       WHEN 原因破产清算 MOVE "破产清算" TO 原因文本
       WHEN 原因争议放弃 MOVE "争议放弃" TO 原因文本
       WHEN OTHER MOVE "金额过小" TO 原因文本
       END-EVALUATE.
       MOVE 核销金额 TO 金额文本.
       MOVE SPACE TO 核销月报行.
       STRING "核销编号:" DELIMITED BY SIZE
              核销编号 DELIMITED BY SIZE
              " 应收:" DELIMITED BY SIZE
              核销应收编号 DELIMITED BY SIZE
              " 客户:" DELIMITED BY SIZE
              核销顾客号 DELIMITED BY SIZE
              " 金额:" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              原因文本 DELIMITED BY SIZE
              " 主管:" DELIMITED BY SIZE
              核销批准主管 DELIMITED BY SIZE
         INTO 核销月报行.
       WRITE 核销月报行.
       DISPLAY 核销月报行.

       写审计记录.
       OPEN I-O 审计.
       MOVE "审计" TO 取号序列参数.
