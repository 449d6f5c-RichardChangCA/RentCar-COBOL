        88 步骤应跑 VALUE 1.
        88 步骤不应跑 VALUE 0.
       77 步骤结果 PIC X(8).
       77 步骤返回码 PIC 9(4).
       77 状态键暂存 PIC 9(2).
       77 默认排程暂存 PIC X(21).
       77 补登步数 PIC 9(2).
       01 链条是否中断 PIC 9.
        88 链条中断 VALUE 1.
        88 链条正常 VALUE 0.
       EXIT PROGRAM.

       整备排程档.
       MOVE 0 TO 补登步数.
       OPEN I-O 批排程.
       PERFORM 建立默认排程.
       CLOSE 批排程.
       IF 补登步数 > 0
       THEN DISPLAY "批排程缺少的默认步骤已补登,步数:"
                NO ADVANCING
            DISPLAY 补登步数
       END-IF.

       建立默认排程.
       MOVE 1 TO 排程序号.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 2 TO 排程序号.
       MOVE "预定核对" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 3 TO 排程序号.
       MOVE "数据备份" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 4 TO 排程序号.
       MOVE "账单导出" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 5 TO 排程序号.
       MOVE "合规检查" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 6 TO 排程序号.
       MOVE "保养计划" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每周 TO TRUE.
       MOVE 1 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 7 TO 排程序号.
       MOVE "长租月结" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 8 TO 排程序号.
       MOVE "通知生成" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 9 TO 排程序号.
       MOVE "等级评定" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 10 TO 排程序号.
       MOVE "可用导出" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 11 TO 排程序号.
       MOVE "意向释放" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 12 TO 排程序号.
       MOVE "失衡报表" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 13 TO 排程序号.
       MOVE "催收处理" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 14 TO 排程序号.
       MOVE "失约率统计" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 15 TO 排程序号.
       MOVE "超订风险" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 16 TO 排程序号.
       MOVE "公安报送" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 17 TO 排程序号.
       MOVE "欺诈排查" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 18 TO 排程序号.
       MOVE "收入应计" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 19 TO 排程序号.
       MOVE "车辆分配" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 20 TO 排程序号.
       MOVE "定期生成" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 21 TO 排程序号.
       MOVE "合同到期" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 22 TO 排程序号.
       MOVE "年费报表" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 23 TO 排程序号.
       MOVE "礼券逾期" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 24 TO 排程序号.
       MOVE "推荐报表" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 25 TO 排程序号.
       MOVE "车贷月结" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 26 TO 排程序号.
       MOVE "顾客匿名" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 27 TO 排程序号.
       MOVE "提醒外发" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 28 TO 排程序号.
       MOVE "渠道回传" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 29 TO 排程序号.
       MOVE "特许申报" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 30 TO 排程序号.
       MOVE "账单抽检" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 31 TO 排程序号.
       MOVE "抽检月报" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率月末 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 32 TO 排程序号.
       MOVE "职责例外" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 33 TO 排程序号.
       MOVE "日统计过账" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.
       MOVE 99 TO 排程序号.
       MOVE "日终关账" TO 排程步骤名.
       SET 步骤启用 TO TRUE.
       SET 频率每日 TO TRUE.
       MOVE 0 TO 排程周几.
       PERFORM 补登排程记录.

       补登排程记录.
       MOVE 批排程记录 TO 默认排程暂存.
       READ 批排程 KEY IS 排程序号
       INVALID KEY
            MOVE 默认排程暂存 TO 批排程记录
            WRITE 批排程记录
            COMPUTE 补登步数 = 补登步数 + 1
       NOT INVALID KEY CONTINUE
       END-READ.

       执行排程步骤.
       MOVE 排程步骤名 TO 步骤名称.
            GO TO 执行排程步骤-EXIT
       END-IF.
       PERFORM 记录步骤开始.
       MOVE 0 TO RETURN-CODE.
       CALL 步骤名称
       ON EXCEPTION PERFORM 记录步骤失败
                    MOVE "失败" TO 步骤结果
       NOT ON EXCEPTION
            IF RETURN-CODE NOT = 0
            THEN MOVE RETURN-CODE TO 步骤返回码
                 MOVE 0 TO RETURN-CODE
                 PERFORM 记录步骤出错
                 MOVE "失败" TO 步骤结果
                 CANCEL 步骤名称
            ELSE PERFORM 记录步骤完成
                 MOVE "完成" TO 步骤结果
            END-IF
       END-CALL.
       PERFORM 落盘步骤状态.
       执行排程步骤-EXIT.
       WRITE 运行日志行.
       CLOSE 运行日志.

       记录步骤出错.
       SET 链条中断 TO TRUE.
       ACCEPT 当前时间 FROM TIME.
       OPEN EXTEND 运行日志.
       STRING "步骤出错,返回码" DELIMITED BY SIZE
              步骤返回码 DELIMITED BY SIZE
              ",链条中止 " DELIMITED BY SIZE
              步骤名称 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              当前时间 DELIMITED BY SIZE
         INTO 运行日志行.
       WRITE 运行日志行.
       CLOSE 运行日志.

       记录链终点.
       ACCEPT 当前时间 FROM TIME.
       OPEN EXTEND 运行日志.
