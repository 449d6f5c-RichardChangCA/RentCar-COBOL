       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       77 保修模式参数 PIC 9.
       77 保修维修编号参数 PIC 9(6).
       77 保修金额参数 PIC 9(6).
       77 保修日期参数 PIC 9(8).
       77 保修结果参数 PIC 9.
       77 改配类别暂存 PIC 9(2).
       77 改配原因暂存 PIC X(8) VALUE "维修".
       77 改配操作员暂存 PIC X(6) VALUE SPACE.
       77 改配成功暂存 PIC 9(3).
       77 改配待办暂存 PIC 9(3).

       SCREEN SECTION.
       01 空白屏幕.

       登记车辆停用.
       DISPLAY SPACE.
       DISPLAY "请选择车辆类别(1、小车 2、中车 "
           "3、大车/贵车 4、主档车辆):" NO ADVANCING.
       ACCEPT 类别选择.
       IF 类别选择 = 4
       THEN DISPLAY "请输入车牌照:" NO ADVANCING
            ACCEPT 恢复车牌输入
       ELSE DISPLAY "请输入车辆编号:" NO ADVANCING
            ACCEPT 车辆编号输入
       END-IF.
       SET 没找到 TO TRUE.
       EVALUATE 类别选择
       WHEN 1 PERFORM 停用小车
       WHEN 2 PERFORM 停用中车
       WHEN 4 PERFORM 停用主档车
       WHEN OTHER PERFORM 停用大车
       END-EVALUATE.
       IF 没找到
       ELSE
       DISPLAY "请输入停用原因:" NO ADVANCING
       ACCEPT 维修原因输入
       DISPLAY "请输入登记日期(格式为八位数字,"
           "如20160917):" NO ADVANCING
       ACCEPT 登记日期输入
       PERFORM 写维修记录
       DISPLAY "...车辆已停用维修"
       PERFORM 提示保修状态 THRU 提示保修状态-EXIT
       PERFORM 改配受影响预定
       END-IF.

       改配受影响预定.
       EVALUATE 类别选择
       WHEN 1 MOVE 1 TO 改配类别暂存
       WHEN 2 MOVE 2 TO 改配类别暂存
       WHEN 4 CONTINUE
       WHEN OTHER MOVE 3 TO 改配类别暂存
       END-EVALUATE.
       CALL "改配预定" USING 改配类别暂存 车辆编号输入
           改配原因暂存 改配操作员暂存
           改配成功暂存 改配待办暂存.

       停用主档车.
       OPEN I-O 车辆主档.
       MOVE 恢复车牌输入 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 主档停用 TO TRUE
       REWRITE 车辆主档记录
       SET 找到 TO TRUE
       MOVE 主档车辆号 TO 车辆编号输入
       MOVE 主档类别代码 TO 改配类别暂存
       MOVE 主档车牌照 TO 维修车牌暂存
       MOVE "主档" TO 车辆类别
       END-READ.
       CLOSE 车辆主档.

       提示保修状态.
       IF 类别选择 NOT = 4
       THEN GO TO 提示保修状态-EXIT
       END-IF.
       MOVE 1 TO 保修模式参数.
       MOVE 维修编号 TO 保修维修编号参数.
       MOVE 0 TO 保修金额参数.
       MOVE 登记日期输入 TO 保修日期参数.
       CALL "保修核查" USING 保修模式参数 维修车牌暂存
           保修维修编号参数 保修金额参数
           保修日期参数 保修结果参数.
       IF 保修结果参数 = 1
       THEN DISPLAY "该车仍在厂家保修期内,"
                "修复结算时将开立保修索赔."
       END-IF.
       提示保修状态-EXIT.
       EXIT.

       停用小车.
       OPEN I-O 小车.

       恢复车辆可用.
       DISPLAY SPACE.
       DISPLAY "请选择车辆类别(1小车 2中车 3大车/贵车"
           " 4主档车辆):"
           NO ADVANCING.
       ACCEPT 类别选择.
       IF 类别选择 = 4
       ELSE DISPLAY "请输入车辆编号:" NO ADVANCING
            ACCEPT 车辆编号输入
       END-IF.
       DISPLAY "请输入恢复日期(格式为八位数字,"
           "如20160917):" NO ADVANCING.
       ACCEPT 恢复日期输入.
       DISPLAY "请输入本次维修费用(无请输入0):"
           NO ADVANCING.
       ACCEPT 维修费用输入.
       PERFORM 录入维修厂商.
       SET 没找到 TO TRUE.
       EVALUATE 类别选择
       WHEN 1 MOVE "小车" TO 车辆类别输入
              PERFORM 恢复小车可用
       WHEN 2 MOVE "中车" TO 车辆类别输入
              PERFORM 恢复中车可用
       WHEN 4 MOVE "主档" TO 车辆类别输入
              PERFORM 恢复主档车可用
       WHEN OTHER MOVE "大车" TO 车辆类别输入
                  PERFORM 恢复大车可用
       END-EVALUATE.
       IF 类别选择 = 4
       THEN PERFORM 结清主档维修
       NOT INVALID KEY
       SET 车辆可用1 TO TRUE
       MOVE 小车公里数3 TO 保养公里暂存
       COMPUTE 保养公里暂存 = 保养公里暂存
           + 保养间隔公里
       MOVE 保养公里暂存 TO 小车保养里程
       REWRITE 小车记录
       SET 找到 TO TRUE
       NOT INVALID KEY
       SET 车辆可用2 TO TRUE
       MOVE 中车公里数3 TO 保养公里暂存
       COMPUTE 保养公里暂存 = 保养公里暂存
           + 保养间隔公里
       MOVE 保养公里暂存 TO 中车保养里程
       REWRITE 中车记录
       SET 找到 TO TRUE
       NOT INVALID KEY
       SET 车辆可用3 TO TRUE
       MOVE 大车公里数 TO 保养公里暂存
       COMPUTE 保养公里暂存 = 保养公里暂存
           + 保养间隔公里
       MOVE 保养公里暂存 TO 大车保养里程
       REWRITE 大车记录
       SET 找到 TO TRUE
       IF 主档停用
       THEN SET 主档可用 TO TRUE
            MOVE 主档公里数 TO 保养公里暂存
            COMPUTE 保养公里暂存 = 保养公里暂存
                + 保养间隔公里
            MOVE 保养公里暂存 TO 主档保养里程
            REWRITE 车辆主档记录
            SET 找到 TO TRUE
       IF 没找到
       THEN GO TO 结清主档维修-EXIT
       END-IF.
       MOVE 0 TO 保修维修编号参数 保修日期参数.
       OPEN I-O 维修.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 维修 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 车辆类别 = 车辆类别输入
          AND 维修车牌照 = 恢复车牌输入
          AND 恢复日期 = 0
       THEN MOVE 恢复日期输入 TO 恢复日期
            MOVE 维修费用输入 TO 维修费用
            MOVE 维修厂商输入 TO 维修厂商
            REWRITE 维修记录
            MOVE 维修编号 TO 保修维修编号参数
            MOVE 维修登记日期 TO 保修日期参数
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 维修.
       IF 维修费用输入 > 0 AND 保修维修编号参数 > 0
       THEN PERFORM 开立主档保修索赔
       END-IF.
       结清主档维修-EXIT.
       EXIT.

       开立主档保修索赔.
       MOVE 2 TO 保修模式参数.
       MOVE 维修费用输入 TO 保修金额参数.
       CALL "保修核查" USING 保修模式参数 恢复车牌输入
           保修维修编号参数 保修金额参数
           保修日期参数 保修结果参数.
       IF 保修结果参数 = 2
       THEN DISPLAY "该车在厂家保修期内,已开立保修索赔."
       END-IF.

       录入维修厂商.
       MOVE SPACE TO 维修厂商输入.
       DISPLAY "请输入维修厂商代码(无请直接回车):"
       READ 维修 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 车辆编号 = 车辆编号输入
          AND 车辆类别 = 车辆类别输入
          AND 恢复日期 = 0
       THEN MOVE 恢复日期输入 TO 恢复日期
            MOVE 维修费用输入 TO 维修费用
