        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 过期 ASSIGN TO "过期.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 过期编号
        FILE STATUS IS 文件状态码.

        SELECT 小车 ASSIGN TO "С��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 小车号
        FILE STATUS IS 文件状态码.

        SELECT 中车 ASSIGN TO "�г�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 中车号
        FILE STATUS IS 文件状态码.

        SELECT 大 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 大车号
        FILE STATUS IS 文件状态码.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号
        FILE STATUS IS 文件状态码.

        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 检查点 ASSIGN TO "检查点.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 检查点名
        FILE STATUS IS 文件状态码.

        SELECT 运行日志 ASSIGN TO "批运行日志.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 航班 ASSIGN TO "航班.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 航班确认号
        ALTERNATE RECORD KEY IS 航班号 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 航班参数 ASSIGN TO "航班参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 航班参数编号
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
       FD 批模式.
       01 批模式行 PIC X(10).

       FD 航班.
       01 航班记录.
        05 航班确认号 PIC 9(6).
        05 航班号 PIC X(8).
        05 航班顾客号 PIC 9(6).
        05 航班分店 PIC 9(2).
        05 计划到达日期 PIC 9(8).
        05 计划到达时刻 PIC 9(4).
        05 实际到达日期 PIC 9(8).
        05 实际到达时刻 PIC 9(4).
        05 航班状态 PIC 9.
         88 航班待到 VALUE 0.
         88 航班已到 VALUE 1.
         88 航班延误 VALUE 2.

       FD 航班参数.
       01 航班参数记录.
        05 航班参数编号 PIC 9(2).
        05 航班保留小时 PIC 9(2).
        05 航班设置主管 PIC X(6).
        05 航班设置日期 PIC 9(8).

       WORKING-STORAGE SECTION.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 找到车辆 VALUE 1.
        88 未找到车辆 VALUE 0.
       77 批处理操作员 PIC X(6) VALUE SPACE.
       77 派遣模式参数 PIC 9.
       77 派遣确认号参数 PIC 9(6).
       77 派遣顾客参数 PIC 9(6).
       77 派遣起参数 PIC 9(8).
       77 派遣止参数 PIC 9(8).
       77 派遣分店参数 PIC 9(2).
       77 派遣结果参数 PIC 9(4).
       77 保留时数 PIC 9(2) VALUE 3.
       77 保留基准日期 PIC 9(8).
       77 保留基准时刻 PIC 9(4).
       77 基准时 PIC 9(2).
       77 基准分 PIC 9(2).
       77 保留总分钟 PIC 9(6).
       77 顺延天数 PIC 9(4).
       77 剩余分钟 PIC 9(4).
       77 截止时 PIC 9(2).
       77 保留截止日期 PIC 9(8).
       77 保留截止时刻 PIC 9(4).
       77 当前时刻 PIC 9(8).
       77 当前时分 PIC 9(4).
       77 航班保留数 PIC 9(4).
       01 是否航班保留 PIC 9.
        88 航班保留中 VALUE 1.
        88 航班未保留 VALUE 0.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "失约预定处理".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       77 出错子程序 PIC X(16).

       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       过期文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 过期.
       过期文件出错处理.
       MOVE "过期" TO 异常文件名.
       MOVE 过期编号 TO 异常记录键.
       PERFORM 登记文件异常.
       小车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 小车.
       小车文件出错处理.
       MOVE "小车" TO 异常文件名.
       MOVE 小车号 TO 异常记录键.
       PERFORM 登记文件异常.
       中车文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 中车.
       中车文件出错处理.
       MOVE "中车" TO 异常文件名.
       MOVE 中车号 TO 异常记录键.
       PERFORM 登记文件异常.
       大文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 大.
       大文件出错处理.
       MOVE "大" TO 异常文件名.
       MOVE 大车号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵.
       贵文件出错处理.
       MOVE "贵" TO 异常文件名.
       MOVE 贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       车辆主档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车辆主档.
       车辆主档文件出错处理.
       MOVE "车辆主档" TO 异常文件名.
       MOVE 主档主键 TO 异常记录键.
       PERFORM 登记文件异常.
       检查点文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 检查点.
       检查点文件出错处理.
       MOVE "检查点" TO 异常文件名.
       MOVE 检查点名 TO 异常记录键.
       PERFORM 登记文件异常.
       运行日志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 运行日志.
       运行日志文件出错处理.
       MOVE "运行日志" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       批模式文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 批模式.
       批模式文件出错处理.
       MOVE "批模式" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       航班文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 航班.
       航班文件出错处理.
       MOVE "航班" TO 异常文件名.
       MOVE 航班确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       航班参数文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 航班参数.
       航班参数文件出错处理.
       MOVE "航班参数" TO 异常文件名.
       MOVE 航班参数编号 TO 异常记录键.
       PERFORM 登记文件异常.
       登记文件异常.
       CALL "异常登记" USING 异常程序名 异常文件名
           文件状态码 异常记录键.
       DISPLAY "文件错误:" NO ADVANCING.
       DISPLAY 异常文件名 NO ADVANCING.
       DISPLAY " 状态:" NO ADVANCING.
       DISPLAY 文件状态码.
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
       END DECLARATIVES.
       主流程 SECTION.
       PERFORM 检查批模式.
       DISPLAY 空白屏幕.
       DISPLAY "======== 预定失约每日批处理 ========".
       DISPLAY SPACE.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 失约预定数 跳过笔数 检查点计数.
       MOVE 0 TO 航班保留数.
       ACCEPT 当前时刻 FROM TIME.
       COMPUTE 当前时分 = 当前时刻 / 10000.
       MOVE 0 TO RETURN-CODE.
       CALL "航班导入".
       IF RETURN-CODE NOT = 0
       THEN MOVE "航班导入" TO 出错子程序
            PERFORM 子程序出错
       END-IF.
       PERFORM 载入航班保留时数.
       OPEN INPUT 航班.
       PERFORM 检查上次运行.
       IF 需要续跑
       THEN PERFORM 校验在途预定
       END-READ
       END-PERFORM.
       CLOSE 预定.
       CLOSE 航班.
       DISPLAY SPACE.
       IF 航班保留数 > 0
       THEN DISPLAY "航班延误保留的预定:" NO ADVANCING
            DISPLAY 航班保留数
       END-IF.
       IF 失约预定数 = 0
       THEN DISPLAY "本次处理未发现过期未取车的预定."
       ELSE DISPLAY "本次处理共登记失约预定:" NO ADVANCING
       EXIT PROGRAM.

       检查单条预定.
       SET 航班未保留 TO TRUE.
       IF 尚未取车 AND 预定起 < 今日日期
       THEN PERFORM 核查航班保留 THRU 核查航班保留-EXIT
       END-IF.
       IF NOT (尚未取车 AND 预定起 < 今日日期)
          OR 航班保留中
       THEN COMPUTE 跳过笔数 = 跳过笔数 + 1
       END-IF.
       IF 尚未取车 AND 预定起 < 今日日期
          AND 航班未保留
       THEN DISPLAY "失约预定 - 客户号:" NO ADVANCING
            DISPLAY 预定客户号 NO ADVANCING
            DISPLAY "  预定序号:" NO ADVANCING
            DISPLAY 预定起
            PERFORM 登记失约预定
            PERFORM 释放车辆
            PERFORM 撤回随车司机
            PERFORM 冻结顾客信用
            DELETE 预定 RECORD
            COMPUTE 失约预定数 = 失约预定数 + 1
            END-IF
       END-IF.

       载入航班保留时数.
       OPEN INPUT 航班参数.
       MOVE 1 TO 航班参数编号.
       READ 航班参数 KEY IS 航班参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 航班保留小时 TO 保留时数
       END-READ.
       CLOSE 航班参数.

       核查航班保留.
       MOVE 确认号 TO 航班确认号.
       READ 航班 KEY IS 航班确认号
       INVALID KEY GO TO 核查航班保留-EXIT
       END-READ.
       IF 航班号 = SPACE
       THEN GO TO 核查航班保留-EXIT
       END-IF.
       IF 实际到达日期 > 0
       THEN MOVE 实际到达日期 TO 保留基准日期
            MOVE 实际到达时刻 TO 保留基准时刻
       ELSE MOVE 计划到达日期 TO 保留基准日期
            MOVE 计划到达时刻 TO 保留基准时刻
       END-IF.
       COMPUTE 基准时 = 保留基准时刻 / 100.
       COMPUTE 基准分 = 保留基准时刻 - 基准时 * 100.
       COMPUTE 保留总分钟 = 基准时 * 60 + 基准分
           + 保留时数 * 60.
       COMPUTE 顺延天数 = 保留总分钟 / 1440.
       COMPUTE 剩余分钟 = 保留总分钟 - 顺延天数 * 1440.
       COMPUTE 截止时 = 剩余分钟 / 60.
       COMPUTE 保留截止时刻 = 截止时 * 100 + 剩余分钟
           - 截止时 * 60.
       CALL "日期加减" USING 保留基准日期 顺延天数
           保留截止日期.
       IF 保留截止日期 > 今日日期
          OR (保留截止日期 = 今日日期
              AND 保留截止时刻 > 当前时分)
       THEN SET 航班保留中 TO TRUE
            COMPUTE 航班保留数 = 航班保留数 + 1
            DISPLAY "航班保留 - 确认号:" NO ADVANCING
            DISPLAY 航班确认号 NO ADVANCING
            DISPLAY " 航班:" NO ADVANCING
            DISPLAY 航班号 NO ADVANCING
            DISPLAY " 保留至:" NO ADVANCING
            DISPLAY 保留截止日期 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 保留截止时刻
       END-IF.
       核查航班保留-EXIT.
       EXIT.

       登记失约预定.
       SET 过期未登记 TO TRUE.
       OPEN INPUT 过期.
       READ 过期 NEXT RECORD
       AT END SET 过期扫描完了 TO TRUE
       NOT AT END
       IF 原预定客户号 = 预定客户号
          AND 原预定序号 = 预定序号
       THEN SET 过期已登记 TO TRUE
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 过期.
       IF 过期已登记
       THEN DISPLAY
           "该失约预定已在过期档中,跳过重复登记."
            GO TO 登记失约预定-EXIT
       END-IF.
       OPEN I-O 过期.
       登记失约预定-EXIT.
       EXIT.

       撤回随车司机.
       MOVE 2 TO 派遣模式参数.
       MOVE 确认号 TO 派遣确认号参数.
       MOVE 0 TO RETURN-CODE.
       CALL "司机派遣" USING 批处理操作员 派遣模式参数
           派遣确认号参数 派遣顾客参数 派遣起参数
           派遣止参数 派遣分店参数 派遣结果参数.
       IF RETURN-CODE NOT = 0
       THEN MOVE "司机派遣" TO 出错子程序
            PERFORM 子程序出错
       END-IF.

       释放车辆.
       EVALUATE 预定类别1
       WHEN "С��" PERFORM 释放小车
       OPEN I-O 车辆主档.
       MOVE 预定车牌照 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY DISPLAY
           "警告:车辆主档中未找到该车牌,请人工核对."
       NOT INVALID KEY SET 主档可用 TO TRUE
                 REWRITE 车辆主档记录
       END-READ.
       NOT INVALID KEY
       IF 检查点运行中
       THEN SET 需要续跑 TO TRUE
            DISPLAY
                "检测到上次失约批处理中断,进入校验续"
                "跑模式."
            MOVE 已处理数 TO 失约预定数
       END-IF
       END-READ.
       READ 过期 NEXT RECORD
       AT END SET 过期扫描完了 TO TRUE
       NOT AT END
       IF 原预定客户号 = 键客户号
          AND 原预定序号 = 键序号
       THEN SET 过期已登记 TO TRUE
       END-IF
       END-READ
       READ 预定 KEY IS 预定主键
       INVALID KEY CONTINUE
       NOT INVALID KEY
       DISPLAY "上次中断的在途失约预定已补删:"
           预定主键
       PERFORM 释放车辆
       PERFORM 撤回随车司机
       PERFORM 冻结顾客信用
       DELETE 预定 RECORD
       END-READ.
       END-IF
       END-READ.
       CLOSE 批模式.

       子程序出错.
       DISPLAY "调用子程序出错:" NO ADVANCING.
       DISPLAY 出错子程序 NO ADVANCING.
       DISPLAY " 返回码:" NO ADVANCING.
       DISPLAY RETURN-CODE.
       DISPLAY "本步骤中止.".
       MOVE 16 TO RETURN-CODE.
       EXIT PROGRAM.
