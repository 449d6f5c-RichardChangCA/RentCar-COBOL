       IDENTIFICATION DIVISION.
       PROGRAM-ID.满意度调查.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 调查 ASSIGN TO "满意度调查.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 调查账单号.

        SELECT 导入 ASSIGN TO "满意度调查.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 拒绝单 ASSIGN TO "调查拒绝.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 月报 ASSIGN TO "满意度月报.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 调查.
       01 调查记录.
        05 调查账单号 PIC 9(6).
        05 调查顾客号 PIC 9(6).
        05 调查顾客姓名 PIC X(10).
        05 调查电话 PIC 9(11).
        05 调查分店 PIC 9(2).
        05 调查类别 PIC X(5).
        05 调查操作员 PIC X(6).
        05 调查日期 PIC 9(8).
        05 总体评分 PIC 99.
        05 清洁评分 PIC 99.
        05 服务评分 PIC 99.
        05 推荐评分 PIC 99.
        05 调查来源 PIC 9.
         88 来源卡片 VALUE 1.
         88 来源导入 VALUE 2.
        05 回访状态 PIC 9.
         88 待回访 VALUE 0.
         88 已回访 VALUE 1.
        05 回访说明 PIC X(20).
       FD 导入.
       01 导入行 PIC X(60).
       FD 拒绝单.
       01 拒绝行 PIC X(80).
       FD 月报.
       01 月报行 PIC X(100).
       FD 账单.
       01 账单记录.
        05 账单号 PIC 9(6).
        05 账单客户姓名 PIC BX(10).
        05 账单客户号码 PIC B9(11).
        05 账单类别1 PIC BX(4).
        05 账单类别2 PIC B99.
        05 账单车牌照 PIC BX(6).
        05 账单厂家1 PIC BX(10).
        05 账单厂家2 PIC BX(5).
        05 账单厂家3 PIC B9(6).
        05 账单日租金 PIC B999.
        05 账单预定起 PIC B9(8).
        05 账单归还止 PIC B9(8).
        05 租车天数 PIC B99.
        05 总金额 PIC B9(7).
        05 滞纳金 PIC B9999.
        05 超里程费 PIC B9999.
        05 加油费 PIC B9999.
        05 已收押金 PIC B9999.
        05 车况备注 PIC X(30).
        05 损坏费 PIC B9999.
        05 付款方式 PIC BX(4).
        05 账单状态 PIC 9.
         88 账单有效 VALUE 1.
         88 账单已作废 VALUE 0.
        05 账单税额 PIC B9999.
        05 账单分店 PIC B9(2).
        05 账单儿童座椅 PIC 9.
         88 账单选配儿童座椅 VALUE 1.
         88 账单未选儿童座椅 VALUE 0.
        05 账单GPS导航 PIC 9.
         88 账单选配GPS导航 VALUE 1.
         88 账单未选GPS导航 VALUE 0.
        05 账单租车保险 PIC 9.
         88 账单选配租车保险 VALUE 1.
         88 账单未选租车保险 VALUE 0.
        05 附加服务费 PIC B9999.
        05 账单顾客号 PIC 9(6).
        05 积分抵扣 PIC B9(5).
        05 单程费 PIC B9999.
        05 账单取车时刻 PIC B9(4).
        05 账单归还时刻 PIC B9(4).
        05 账单促销码 PIC X(8).
        05 促销折减 PIC B9(5).
        05 账单确认号 PIC B9(6).
        05 账单预付抵扣 PIC B9(7).
       FD 审计.
       01 审计记录.
        05 审计编号 PIC 9(6).
        05 操作日期 PIC 9(6).
        05 操作时间 PIC 9(8).
        05 操作文件 PIC X(8).
        05 操作类型 PIC X(8).
        05 操作记录键 PIC X(12).
        05 操作员 PIC X(6).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 选择 PIC 9.
       77 今日日期 PIC 9(8).
       77 账单号输入 PIC 9(6).
       77 调查日期输入 PIC 9(8).
       77 月份输入 PIC 9(6).
       77 月起日期 PIC 9(8).
       77 月止日期 PIC 9(8).
       77 接受条数 PIC 9(4).
       77 拒绝条数 PIC 9(4).
       77 低分条数 PIC 9(4).
       77 账单号字段 PIC X(6).
       77 日期字段 PIC X(8).
       77 总体字段 PIC X(2).
       77 清洁字段 PIC X(2).
       77 服务字段 PIC X(2).
       77 推荐字段 PIC X(2).
       77 低分界限 PIC 99 VALUE 6.
       77 推荐者界限 PIC 99 VALUE 9.
       77 净推荐值 PIC S9(3).
       77 净推荐显示 PIC -ZZ9.
       77 平均总体分 PIC 99.
       77 中立人数 PIC 9(5).
       77 统计维度 PIC 9.
       01 审计键视图.
        05 审计键数字 PIC 9(6).
        05 FILLER PIC X(6).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 导入是否完了 PIC 9.
        88 导入完了 VALUE 1.
        88 导入没完了 VALUE 0.
       01 账单是否找到 PIC 9.
        88 账单找到 VALUE 1.
        88 账单未找到 VALUE 0.
       01 调查是否找到 PIC 9.
        88 调查找到 VALUE 1.
        88 调查未找到 VALUE 0.
       01 评分是否有效 PIC 9.
        88 评分有效 VALUE 1.
        88 评分无效 VALUE 0.
       77 统计总数 PIC 9(2).
       77 统计下标 PIC 9(2).
       01 统计是否找到 PIC 9.
        88 统计找到 VALUE 1.
        88 统计未找到 VALUE 0.
       77 查找键值 PIC X(6).
       01 满意度统计表.
        05 统计项 OCCURS 50 TIMES.
         10 统计键 PIC X(6).
         10 样本数 PIC 9(5).
         10 推荐人数 PIC 9(5).
         10 贬损人数 PIC 9(5).
         10 总体分合计 PIC 9(7).
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION USING 当前操作员.
       DISPLAY 空白屏幕.
       DISPLAY "======== 顾客满意度调查 ========".
       DISPLAY SPACE.
       DISPLAY "1、录入调查卡".
       DISPLAY SPACE.
       DISPLAY "2、导入调查文件(满意度调查.csv)".
       DISPLAY SPACE.
       DISPLAY "3、满意度月报及低分回访清单".
       DISPLAY SPACE.
       DISPLAY "4、登记回访结果".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       ACCEPT 选择.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       EVALUATE 选择
       WHEN 1 PERFORM 录入调查卡 THRU 录入调查卡-EXIT
       WHEN 2 PERFORM 导入调查文件
       WHEN 3 PERFORM 满意度月报
       WHEN 4 PERFORM 登记回访 THRU 登记回访-EXIT
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.
       DISPLAY "...满意度调查已结束".
       STOP " ".
       EXIT PROGRAM.

       录入调查卡.
       DISPLAY "请输入账单号:" NO ADVANCING.
       ACCEPT 账单号输入.
       PERFORM 查找调查.
       IF 调查找到
       THEN DISPLAY "该账单已有调查记录."
            GO TO 录入调查卡-EXIT
       END-IF.
       PERFORM 读取调查账单.
       IF 账单未找到
       THEN DISPLAY "没有该有效账单!"
            GO TO 录入调查卡-EXIT
       END-IF.
       DISPLAY "请输入调查日期(YYYYMMDD,0为今天):"
           NO ADVANCING.
       ACCEPT 调查日期输入.
       IF 调查日期输入 = 0
       THEN MOVE 今日日期 TO 调查日期输入
       END-IF.
       MOVE 调查日期输入 TO 调查日期.
       DISPLAY "评分均为0至10分".
       DISPLAY "总体满意度:" NO ADVANCING.
       ACCEPT 总体评分.
       DISPLAY "车辆清洁度:" NO ADVANCING.
       ACCEPT 清洁评分.
       DISPLAY "柜台服务:" NO ADVANCING.
       ACCEPT 服务评分.
       DISPLAY "向亲友推荐的意愿:" NO ADVANCING.
       ACCEPT 推荐评分.
       PERFORM 核对评分.
       IF 评分无效
       THEN DISPLAY "评分超出0至10分范围,未保存."
            GO TO 录入调查卡-EXIT
       END-IF.
       SET 来源卡片 TO TRUE.
       PERFORM 写调查记录.
       DISPLAY "调查已保存.".
       录入调查卡-EXIT.
       EXIT.

       导入调查文件.
       DISPLAY "行格式:账单号,调查日期,"
           "总体,清洁,服务,推荐".
       MOVE 0 TO 接受条数 拒绝条数.
       OPEN OUTPUT 拒绝单.
       OPEN INPUT 导入.
       SET 导入没完了 TO TRUE.
       PERFORM UNTIL 导入完了
       READ 导入
       AT END SET 导入完了 TO TRUE
       NOT AT END PERFORM 处理调查行 THRU 处理调查行-EXIT
       END-READ
       END-PERFORM.
       CLOSE 导入.
       CLOSE 拒绝单.
       DISPLAY "成功导入条数:" NO ADVANCING.
       DISPLAY 接受条数.
       DISPLAY "拒绝条数(见调查拒绝.txt):" NO ADVANCING.
       DISPLAY 拒绝条数.

       处理调查行.
       MOVE SPACE TO 账单号字段 日期字段.
       MOVE SPACE TO 总体字段 清洁字段.
       MOVE SPACE TO 服务字段 推荐字段.
       UNSTRING 导入行 DELIMITED BY ","
           INTO 账单号字段 日期字段 总体字段 清洁字段
                服务字段 推荐字段.
       IF 账单号字段 IS NOT NUMERIC OR 日期字段 IS NOT NUMERIC
          OR 总体字段 IS NOT NUMERIC
          OR 清洁字段 IS NOT NUMERIC
          OR 服务字段 IS NOT NUMERIC
          OR 推荐字段 IS NOT NUMERIC
       THEN PERFORM 写拒绝行
            GO TO 处理调查行-EXIT
       END-IF.
       MOVE 账单号字段 TO 账单号输入.
       PERFORM 查找调查.
       IF 调查找到
       THEN PERFORM 写拒绝行
            GO TO 处理调查行-EXIT
       END-IF.
       PERFORM 读取调查账单.
       IF 账单未找到
       THEN PERFORM 写拒绝行
            GO TO 处理调查行-EXIT
       END-IF.
       MOVE 日期字段 TO 调查日期.
       MOVE 总体字段 TO 总体评分.
       MOVE 清洁字段 TO 清洁评分.
       MOVE 服务字段 TO 服务评分.
       MOVE 推荐字段 TO 推荐评分.
       PERFORM 核对评分.
       IF 评分无效
       THEN PERFORM 写拒绝行
            GO TO 处理调查行-EXIT
       END-IF.
       SET 来源导入 TO TRUE.
       PERFORM 写调查记录.
       COMPUTE 接受条数 = 接受条数 + 1.
       处理调查行-EXIT.
       EXIT.

       写拒绝行.
       COMPUTE 拒绝条数 = 拒绝条数 + 1.
       MOVE 导入行 TO 拒绝行.
       WRITE 拒绝行.

       核对评分.
       SET 评分有效 TO TRUE.
       IF 总体评分 > 10 OR 清洁评分 > 10
          OR 服务评分 > 10 OR 推荐评分 > 10
       THEN SET 评分无效 TO TRUE
       END-IF.

       查找调查.
       SET 调查未找到 TO TRUE.
       OPEN INPUT 调查.
       MOVE 账单号输入 TO 调查账单号.
       READ 调查 KEY IS 调查账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 调查找到 TO TRUE
       END-READ.
       CLOSE 调查.

       读取调查账单.
       SET 账单未找到 TO TRUE.
       OPEN INPUT 账单.
       MOVE 账单号输入 TO 账单号.
       READ 账单 KEY IS 账单号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       IF 账单有效
       THEN SET 账单找到 TO TRUE
            MOVE 账单号 TO 调查账单号
            MOVE 账单顾客号 TO 调查顾客号
            MOVE 账单客户姓名 TO 调查顾客姓名
            MOVE 账单客户号码 TO 调查电话
            MOVE 账单分店 TO 调查分店
            MOVE 账单类别1 TO 调查类别
       END-IF
       END-READ.
       CLOSE 账单.
       IF 账单找到
       THEN PERFORM 查找回车操作员
       END-IF.

       查找回车操作员.
       MOVE SPACE TO 调查操作员.
       OPEN INPUT 审计.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 审计 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 操作文件 = "账单" AND 操作类型 = "新增"
       THEN MOVE 操作记录键 TO 审计键视图
            IF 审计键数字 = 调查账单号
            THEN MOVE 操作员 TO 调查操作员
                 SET 完了 TO TRUE
            END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 审计.

       写调查记录.
       SET 待回访 TO TRUE.
       MOVE SPACE TO 回访说明.
       OPEN I-O 调查.
       WRITE 调查记录.
       CLOSE 调查.
       MOVE "调查" TO 审计操作文件.
       MOVE "新增" TO 审计操作类型.
       MOVE 调查账单号 TO 审计操作键.
       PERFORM 写审计记录.

       满意度月报.
       DISPLAY "请输入统计月份(YYYYMM,0为本月):"
           NO ADVANCING.
       ACCEPT 月份输入.
       IF 月份输入 = 0
       THEN COMPUTE 月份输入 = 今日日期 / 100
       END-IF.
       COMPUTE 月起日期 = 月份输入 * 100 + 1.
       COMPUTE 月止日期 = 月份输入 * 100 + 31.
       OPEN OUTPUT 月报.
       MOVE "----顾客满意度月报----" TO 月报行.
       WRITE 月报行.
       DISPLAY 月报行.
       MOVE SPACE TO 月报行.
       STRING "统计月份:" DELIMITED BY SIZE
              月份输入 DELIMITED BY SIZE
              " 推荐者为推荐意愿9-10分,贬损者为0-6分"
                  DELIMITED BY SIZE
         INTO 月报行.
       WRITE 月报行.
       DISPLAY 月报行.
       MOVE "--按分店--" TO 月报行.
       MOVE 1 TO 统计维度.
       PERFORM 按维度统计.
       MOVE "--按车辆类别--" TO 月报行.
       MOVE 2 TO 统计维度.
       PERFORM 按维度统计.
       MOVE "--按回车操作员--" TO 月报行.
       MOVE 3 TO 统计维度.
       PERFORM 按维度统计.
       PERFORM 列示低分回访.
       CLOSE 月报.
       DISPLAY "报表已写入满意度月报.txt".
       MOVE "满意度月报" TO 归档报表名暂存.
       MOVE "满意度月报.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 月份输入 DELIMITED BY SIZE
         INTO 归档参数暂存.
       MOVE 当前操作员 TO 归档操作员暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.

       按维度统计.
       WRITE 月报行.
       DISPLAY 月报行.
       MOVE "键值 样本 推荐者 中立 贬损者 净推荐 均分"
         TO 月报行.
       WRITE 月报行.
       DISPLAY 月报行.
       MOVE 0 TO 统计总数.
       OPEN INPUT 调查.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 调查 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 调查日期 >= 月起日期 AND 调查日期 <= 月止日期
       THEN PERFORM 累计调查项
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 调查.
       MOVE 1 TO 统计下标.
       PERFORM UNTIL 统计下标 > 统计总数
       PERFORM 写统计行
       COMPUTE 统计下标 = 统计下标 + 1
       END-PERFORM.

       累计调查项.
       MOVE SPACE TO 查找键值.
       EVALUATE 统计维度
       WHEN 1 MOVE 调查分店 TO 查找键值
       WHEN 2 MOVE 调查类别 TO 查找键值
       WHEN OTHER MOVE 调查操作员 TO 查找键值
       END-EVALUATE.
       SET 统计未找到 TO TRUE.
       MOVE 1 TO 统计下标.
       PERFORM UNTIL 统计下标 > 统计总数 OR 统计找到
       IF 统计键(统计下标) = 查找键值
       THEN SET 统计找到 TO TRUE
       ELSE COMPUTE 统计下标 = 统计下标 + 1
       END-IF
       END-PERFORM.
       IF 统计未找到 AND 统计总数 < 50
       THEN COMPUTE 统计总数 = 统计总数 + 1
            MOVE 统计总数 TO 统计下标
            MOVE 查找键值 TO 统计键(统计下标)
            MOVE 0 TO 样本数(统计下标) 推荐人数(统计下标)
            MOVE 0 TO 贬损人数(统计下标)
            MOVE 0 TO 总体分合计(统计下标)
            SET 统计找到 TO TRUE
       END-IF.
       IF 统计找到
       THEN ADD 1 TO 样本数(统计下标)
            ADD 总体评分 TO 总体分合计(统计下标)
            IF 推荐评分 >= 推荐者界限
            THEN ADD 1 TO 推荐人数(统计下标)
            END-IF
            IF 推荐评分 <= 低分界限
            THEN ADD 1 TO 贬损人数(统计下标)
            END-IF
       END-IF.

       写统计行.
       COMPUTE 中立人数 = 样本数(统计下标)
           - 推荐人数(统计下标) - 贬损人数(统计下标).
       COMPUTE 净推荐值 ROUNDED =
           (推荐人数(统计下标) - 贬损人数(统计下标))
           * 100 / 样本数(统计下标).
       MOVE 净推荐值 TO 净推荐显示.
       COMPUTE 平均总体分 ROUNDED =
           总体分合计(统计下标) / 样本数(统计下标).
       MOVE SPACE TO 月报行.
       STRING 统计键(统计下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              样本数(统计下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              推荐人数(统计下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              中立人数 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              贬损人数(统计下标) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              净推荐显示 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              平均总体分 DELIMITED BY SIZE
         INTO 月报行.
       WRITE 月报行.
       DISPLAY 月报行.

       列示低分回访.
       MOVE "--低分顾客回访清单(待回访)--" TO 月报行.
       WRITE 月报行.
       DISPLAY 月报行.
       MOVE 0 TO 低分条数.
       OPEN INPUT 调查.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 调查 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 调查日期 >= 月起日期 AND 调查日期 <= 月止日期
          AND 待回访
          AND (总体评分 <= 低分界限
               OR 推荐评分 <= 低分界限)
       THEN PERFORM 写低分行
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 调查.
       MOVE SPACE TO 月报行.
       STRING "待回访顾客数:" DELIMITED BY SIZE
              低分条数 DELIMITED BY SIZE
         INTO 月报行.
       WRITE 月报行.
       DISPLAY 月报行.

       写低分行.
       COMPUTE 低分条数 = 低分条数 + 1.
       MOVE SPACE TO 月报行.
       STRING 调查账单号 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              调查顾客姓名 DELIMITED BY SIZE
              " 电话:" DELIMITED BY SIZE
              调查电话 DELIMITED BY SIZE
              " 分店:" DELIMITED BY SIZE
              调查分店 DELIMITED BY SIZE
              " 总体:" DELIMITED BY SIZE
              总体评分 DELIMITED BY SIZE
              " 清洁:" DELIMITED BY SIZE
              清洁评分 DELIMITED BY SIZE
              " 服务:" DELIMITED BY SIZE
              服务评分 DELIMITED BY SIZE
              " 推荐:" DELIMITED BY SIZE
              推荐评分 DELIMITED BY SIZE
         INTO 月报行.
       WRITE 月报行.
       DISPLAY 月报行.

       登记回访.
       DISPLAY "请输入账单号:" NO ADVANCING.
       ACCEPT 账单号输入.
       OPEN I-O 调查.
       MOVE 账单号输入 TO 调查账单号.
       READ 调查 KEY IS 调查账单号
       INVALID KEY DISPLAY "没有该调查记录!"
                   CLOSE 调查
                   GO TO 登记回访-EXIT
       END-READ.
       DISPLAY 调查记录.
       DISPLAY "请输入回访说明:" NO ADVANCING.
       ACCEPT 回访说明.
       SET 已回访 TO TRUE.
       REWRITE 调查记录.
       CLOSE 调查.
       MOVE "调查" TO 审计操作文件.
       MOVE "回访" TO 审计操作类型.
       MOVE 账单号输入 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "回访已登记.".
       登记回访-EXIT.
       EXIT.

       写审计记录.
       OPEN I-O 审计.
       MOVE "审计" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 审计编号.
       ACCEPT 操作日期 FROM DATE.
       ACCEPT 操作时间 FROM TIME.
       MOVE 审计操作文件 TO 操作文件.
       MOVE 审计操作类型 TO 操作类型.
       MOVE 审计操作键 TO 操作记录键.
       MOVE 当前操作员 TO 操作员.
       WRITE 审计记录.
       CLOSE 审计.
