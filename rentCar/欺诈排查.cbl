       IDENTIFICATION DIVISION.
       PROGRAM-ID.欺诈排查.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.

        SELECT 预定 ASSIGN TO "Ԥ��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 账单 ASSIGN TO "�˵�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 账单号
        ALTERNATE RECORD KEY IS 账单顾客号 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 账单车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT 贵 ASSIGN TO "��.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 贵车号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 暂还 ASSIGN TO "暂还.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 暂还确认号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 坏账核销 ASSIGN TO "坏账核销.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 核销编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客地址 ASSIGN TO "顾客地址.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 地址顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客备注 ASSIGN TO "顾客备注.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 备注主键
        FILE STATUS IS 文件状态码.

        SELECT 排查报表 ASSIGN TO "欺诈排查报表.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 批模式 ASSIGN TO "批模式.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

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
       FD 贵.
       01 贵车记录.
        05 贵车号 PIC 99.
        05 贵车车牌照 PIC BX(6).
        05 贵车车厂 PIC BX(10).
        05 贵车车型号 PIC BX(5).
        05 贵车公里数 PIC B9(6).
        05 贵车日租金 PIC B999.
        05 车辆状态4 PIC 9.
         88 车辆可用4 VALUE 1.
         88 车辆已预定4 VALUE 2.
         88 车辆已租出4 VALUE 3.
         88 车辆停用4 VALUE 4.
         88 车辆在途4 VALUE 5.
         88 车辆待整备4 VALUE 6.
        05 贵车分店 PIC B9(2).
        05 贵车保养里程 PIC B9(6).
        05 贵车购置日期 PIC B9(8).
        05 贵车购置成本 PIC B9(7).
       FD 车辆主档.
       01 车辆主档记录.
        05 主档主键.
         10 主档类别代码 PIC 9(2).
         10 主档车辆号 PIC 9(2).
        05 主档车牌照 PIC X(6).
        05 主档厂家 PIC X(10).
        05 主档型号 PIC X(5).
        05 主档公里数 PIC 9(6).
        05 主档日租金 PIC 9(3).
        05 主档状态 PIC 9.
         88 主档可用 VALUE 1.
         88 主档已预定 VALUE 2.
         88 主档已租出 VALUE 3.
         88 主档停用 VALUE 4.
         88 主档在途 VALUE 5.
         88 主档待整备 VALUE 6.
        05 主档分店 PIC 9(2).
        05 主档保养里程 PIC 9(6).
        05 主档购置日期 PIC 9(8).
        05 主档购置成本 PIC 9(7).
       FD 暂还.
       01 暂还记录.
        05 暂还确认号 PIC 9(6).
        05 暂还客户号 PIC 9(6).
        05 暂还序号 PIC 9(4).
        05 暂还车牌照 PIC X(6).
        05 暂还日期 PIC 9(8).
        05 暂还时刻 PIC 9(4).
        05 暂还操作员 PIC X(6).
        05 暂还状态 PIC 9.
         88 暂还待完成 VALUE 0.
         88 暂还已完成 VALUE 1.
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
       FD 顾客地址.
       01 顾客地址记录.
        05 地址顾客号 PIC 9(6).
        05 邮政编码 PIC X(6).
        05 档案地址 PIC X(30).
        05 通讯地址 PIC X(30).
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
       FD 排查报表.
       01 报表行 PIC X(100).
       FD 培训标志.
       01 培训标志行 PIC X(10).
       FD 批模式.
       01 批模式行 PIC X(10).

       WORKING-STORAGE SECTION.
       01 培训模式状态 PIC 9.
        88 培训模式中 VALUE 1.
        88 非培训模式 VALUE 0.
       01 批模式开关 PIC 9.
        88 批处理中 VALUE 1.
        88 人工操作 VALUE 0.
       77 排查日期 PIC 9(8).
       77 下标 PIC 9(4).
       77 内下标 PIC 9(4).
       77 疑点下标 PIC 9.
       77 驾照项数 PIC 9(4).
       01 驾照登记表.
        05 驾照项 OCCURS 2000 TIMES.
         10 驾照项号码 PIC X(12).
         10 驾照项顾客号 PIC 9(6).
       77 预定项数 PIC 9(4).
       01 预定登记表.
        05 预定项 OCCURS 2000 TIMES.
         10 预项顾客号 PIC 9(6).
         10 预项序号 PIC 9(4).
         10 预项电话 PIC 9(11).
         10 预项姓名 PIC X(11).
         10 预项地址 PIC X(30).
         10 预项贵车 PIC 9.
         10 预项起 PIC 9(8).
         10 预项止 PIC 9(8).
       77 贵车牌数 PIC 9(3).
       01 贵车牌表.
        05 贵车牌项 PIC X(7) OCCURS 300 TIMES.
       77 暂还项数 PIC 9(3).
       01 暂还统计表.
        05 暂还项 OCCURS 500 TIMES.
         10 暂项顾客号 PIC 9(6).
         10 暂项次数 PIC 9(3).
         10 暂项车损 PIC 9(3).
       77 标记项数 PIC 9(3).
       01 标记表.
        05 标记项 OCCURS 500 TIMES.
         10 标记顾客号 PIC 9(6).
         10 标记疑点组.
          15 标记疑点 PIC 9 OCCURS 5 TIMES.
       01 已有警示表.
        05 已有警示 PIC 9 OCCURS 5 TIMES.
       77 标记暂存顾客号 PIC 9(6).
       77 标记暂存类型 PIC 9.
       77 本预定电话 PIC 9(11).
       77 本预定姓名 PIC X(11).
       77 本预定地址 PIC X(30).
       77 本预定车牌 PIC X(7).
       77 本预定起 PIC 9(8).
       77 本预定止 PIC 9(8).
       77 本预定贵车 PIC 9.
       77 账单车牌暂存 PIC X(7).
       77 账单归还暂存 PIC 9(8).
       77 损坏费暂存 PIC 9(4).
       77 警示内容暂存 PIC X(30).
       77 最大备注序号 PIC 9(3).
       77 疑点文本 PIC X(40).
       77 姓名暂存 PIC X(11).
       77 新警示数 PIC 9(5).
       01 当前时刻.
        05 当前时分 PIC 9(4).
        05 FILLER PIC 9(4).
       01 是否完了 PIC 9.
        88 完了 VALUE 1.
        88 没完了 VALUE 0.
       01 账单是否完了 PIC 9.
        88 账单完了 VALUE 1.
        88 账单没完了 VALUE 0.
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       01 是否车损 PIC 9.
        88 有车损 VALUE 1.
        88 无车损 VALUE 0.
       77 归档报表名暂存 PIC X(12).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "欺诈排查".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
       SCREEN SECTION.
       01 空白屏幕.
        05 BLANK SCREEN.

       PROCEDURE DIVISION.
       DECLARATIVES.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       预定文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 预定.
       预定文件出错处理.
       MOVE "预定" TO 异常文件名.
       MOVE 预定主键 TO 异常记录键.
       PERFORM 登记文件异常.
       账单文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 账单.
       账单文件出错处理.
       MOVE "账单" TO 异常文件名.
       MOVE 账单号 TO 异常记录键.
       PERFORM 登记文件异常.
       贵文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 贵.
       贵文件出错处理.
       MOVE "贵" TO 异常文件名.
       MOVE 贵车号 TO 异常记录键.
       PERFORM 登记文件异常.
       车辆主档文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 车辆主档.
       车辆主档文件出错处理.
       MOVE "车辆主档" TO 异常文件名.
       MOVE 主档主键 TO 异常记录键.
       PERFORM 登记文件异常.
       暂还文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 暂还.
       暂还文件出错处理.
       MOVE "暂还" TO 异常文件名.
       MOVE 暂还确认号 TO 异常记录键.
       PERFORM 登记文件异常.
       坏账核销文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 坏账核销.
       坏账核销文件出错处理.
       MOVE "坏账核销" TO 异常文件名.
       MOVE 核销编号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客地址文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客地址.
       顾客地址文件出错处理.
       MOVE "顾客地址" TO 异常文件名.
       MOVE 地址顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客备注文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客备注.
       顾客备注文件出错处理.
       MOVE "顾客备注" TO 异常文件名.
       MOVE 备注主键 TO 异常记录键.
       PERFORM 登记文件异常.
       排查报表文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 排查报表.
       排查报表文件出错处理.
       MOVE "排查报表" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       批模式文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 批模式.
       批模式文件出错处理.
       MOVE "批模式" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
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
       PERFORM 检查培训模式.
       IF 培训模式中
       THEN DISPLAY "培训模式下本功能已停用."
            EXIT PROGRAM
       END-IF.
       PERFORM 检查批模式.
       DISPLAY "======== 欺诈嫌疑排查 ========".
       CALL "营业日" USING 排查日期.
       MOVE 0 TO 标记项数 新警示数.
       OPEN OUTPUT 排查报表.
       MOVE "----欺诈嫌疑排查报表----" TO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE SPACE TO 报表行.
       STRING "排查日期:" DELIMITED BY SIZE
              排查日期 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       PERFORM 排查驾照共用.
       PERFORM 载入贵车车牌.
       PERFORM 排查预定.
       PERFORM 排查暂还车损.
       PERFORM 生成顾客警示.
       MOVE SPACE TO 报表行.
       STRING "嫌疑顾客数:" DELIMITED BY SIZE
              标记项数 DELIMITED BY SIZE
              " 新增警示:" DELIMITED BY SIZE
              新警示数 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       CLOSE 排查报表.
       DISPLAY "报表已写入欺诈排查报表.txt".
       MOVE "欺诈排查" TO 归档报表名暂存.
       MOVE "欺诈排查报表.txt" TO 归档源名暂存.
       MOVE SPACES TO 归档参数暂存.
       STRING 排查日期 DELIMITED BY SIZE
         INTO 归档参数暂存.
       CALL "报表归档" USING 归档报表名暂存
           归档源名暂存 归档参数暂存 归档操作员暂存.
       DISPLAY "...欺诈嫌疑排查完毕".
       IF 人工操作
       THEN STOP " "
       END-IF.
       EXIT PROGRAM.

       排查驾照共用.
       MOVE 0 TO 驾照项数.
       MOVE "--同一驾驶证登记于多个顾客号--" TO 报表行.
       WRITE 报表行.
       OPEN INPUT 顾客.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 顾客 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 驾照号码 NOT = SPACE
       THEN PERFORM 比对驾照项
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 顾客.

       比对驾照项.
       MOVE 1 TO 下标.
       PERFORM UNTIL 下标 > 驾照项数
       IF 驾照项号码(下标) = 驾照号码
          AND 驾照项顾客号(下标) NOT = 顾客号
       THEN MOVE SPACE TO 报表行
            STRING "驾驶证:" DELIMITED BY SIZE
                   驾照号码 DELIMITED BY SIZE
                   " 顾客号:" DELIMITED BY SIZE
                   驾照项顾客号(下标) DELIMITED BY SIZE
                   " 与 " DELIMITED BY SIZE
                   顾客号 DELIMITED BY SIZE
              INTO 报表行
            WRITE 报表行
            DISPLAY 报表行
            MOVE 1 TO 标记暂存类型
            MOVE 驾照项顾客号(下标) TO 标记暂存顾客号
            PERFORM 登记嫌疑 THRU 登记嫌疑-EXIT
            MOVE 顾客号 TO 标记暂存顾客号
            PERFORM 登记嫌疑 THRU 登记嫌疑-EXIT
       END-IF
       COMPUTE 下标 = 下标 + 1
       END-PERFORM.
       IF 驾照项数 < 2000
       THEN COMPUTE 驾照项数 = 驾照项数 + 1
            MOVE 驾照号码 TO 驾照项号码(驾照项数)
            MOVE 顾客号 TO 驾照项顾客号(驾照项数)
       END-IF.

       载入贵车车牌.
       MOVE 0 TO 贵车牌数.
       OPEN INPUT 贵.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 贵 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 贵车牌数 < 300
       THEN COMPUTE 贵车牌数 = 贵车牌数 + 1
            MOVE 贵车车牌照 TO 贵车牌项(贵车牌数)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 贵.
       OPEN INPUT 车辆主档.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 车辆主档 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 主档类别代码 = 4 AND 贵车牌数 < 300
       THEN COMPUTE 贵车牌数 = 贵车牌数 + 1
            MOVE SPACE TO 贵车牌项(贵车牌数)
            MOVE 主档车牌照 TO 贵车牌项(贵车牌数)(2:6)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 车辆主档.

       排查预定.
       MOVE 0 TO 预定项数.
       MOVE "--同电话或同地址不同姓名/同时多辆贵车--"
         TO 报表行.
       WRITE 报表行.
       OPEN INPUT 顾客地址.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 预定 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END PERFORM 比对预定项
       END-READ
       END-PERFORM.
       CLOSE 预定.
       CLOSE 顾客地址.

       比对预定项.
       MOVE 预定客户号码 TO 本预定电话.
       MOVE 预定客户姓名 TO 本预定姓名.
       MOVE 预定车牌照 TO 本预定车牌.
       MOVE 预定起 TO 本预定起.
       MOVE 归还止 TO 本预定止.
       MOVE SPACE TO 本预定地址.
       MOVE 预定客户号 TO 地址顾客号.
       READ 顾客地址 KEY IS 地址顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 档案地址 TO 本预定地址
       END-READ.
       MOVE 0 TO 本预定贵车.
       MOVE 1 TO 下标.
       PERFORM UNTIL 下标 > 贵车牌数
       IF 贵车牌项(下标) = 本预定车牌
       THEN MOVE 1 TO 本预定贵车
            MOVE 贵车牌数 TO 下标
       END-IF
       COMPUTE 下标 = 下标 + 1
       END-PERFORM.
       MOVE 1 TO 下标.
       PERFORM UNTIL 下标 > 预定项数
       PERFORM 比对一笔预定
       COMPUTE 下标 = 下标 + 1
       END-PERFORM.
       IF 预定项数 < 2000
       THEN COMPUTE 预定项数 = 预定项数 + 1
            MOVE 预定客户号 TO 预项顾客号(预定项数)
            MOVE 预定序号 TO 预项序号(预定项数)
            MOVE 本预定电话 TO 预项电话(预定项数)
            MOVE 本预定姓名 TO 预项姓名(预定项数)
            MOVE 本预定地址 TO 预项地址(预定项数)
            MOVE 本预定贵车 TO 预项贵车(预定项数)
            MOVE 本预定起 TO 预项起(预定项数)
            MOVE 本预定止 TO 预项止(预定项数)
       END-IF.

       比对一笔预定.
       IF 预项顾客号(下标) NOT = 预定客户号
          AND 预项姓名(下标) NOT = 本预定姓名
          AND 预项电话(下标) = 本预定电话
          AND 本预定电话 NOT = 0
       THEN MOVE "同电话不同姓名" TO 疑点文本
            MOVE 2 TO 标记暂存类型
            PERFORM 登记预定嫌疑对
       END-IF.
       IF 预项顾客号(下标) NOT = 预定客户号
          AND 预项姓名(下标) NOT = 本预定姓名
          AND 预项地址(下标) = 本预定地址
          AND 本预定地址 NOT = SPACE
       THEN MOVE "同地址不同姓名" TO 疑点文本
            MOVE 3 TO 标记暂存类型
            PERFORM 登记预定嫌疑对
       END-IF.
       IF 预项顾客号(下标) = 预定客户号
          AND 预项贵车(下标) = 1 AND 本预定贵车 = 1
          AND NOT (预项止(下标) < 本预定起
                   OR 预项起(下标) > 本预定止)
       THEN MOVE "同时预定多辆贵车" TO 疑点文本
            MOVE 4 TO 标记暂存类型
            PERFORM 登记预定嫌疑对
       END-IF.

       登记预定嫌疑对.
       MOVE SPACE TO 报表行.
       STRING 疑点文本 DELIMITED BY SPACE
              " 预定:" DELIMITED BY SIZE
              预项顾客号(下标) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              预项序号(下标) DELIMITED BY SIZE
              预项姓名(下标) DELIMITED BY SIZE
              " 与 " DELIMITED BY SIZE
              预定客户号 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              预定序号 DELIMITED BY SIZE
              本预定姓名 DELIMITED BY SIZE
         INTO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       MOVE 预项顾客号(下标) TO 标记暂存顾客号.
       PERFORM 登记嫌疑 THRU 登记嫌疑-EXIT.
       MOVE 预定客户号 TO 标记暂存顾客号.
       PERFORM 登记嫌疑 THRU 登记嫌疑-EXIT.

       排查暂还车损.
       MOVE 0 TO 暂还项数.
       MOVE "--多次快速暂还后发生车损争议--" TO 报表行.
       WRITE 报表行.
       OPEN INPUT 账单.
       OPEN INPUT 暂还.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 暂还 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 暂还已完成
       THEN PERFORM 统计一次暂还 THRU 统计一次暂还-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 暂还.
       CLOSE 账单.
       OPEN INPUT 坏账核销.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 坏账核销 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 原因争议放弃
       THEN PERFORM 计入争议核销
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 坏账核销.
       MOVE 1 TO 内下标.
       PERFORM UNTIL 内下标 > 暂还项数
       IF 暂项次数(内下标) >= 2 AND 暂项车损(内下标) >= 1
       THEN MOVE SPACE TO 报表行
            STRING "顾客号:" DELIMITED BY SIZE
                   暂项顾客号(内下标) DELIMITED BY SIZE
                   " 快速暂还次数:" DELIMITED BY SIZE
                   暂项次数(内下标) DELIMITED BY SIZE
                   " 其后车损或争议:" DELIMITED BY SIZE
                   暂项车损(内下标) DELIMITED BY SIZE
              INTO 报表行
            WRITE 报表行
            DISPLAY 报表行
            MOVE 5 TO 标记暂存类型
            MOVE 暂项顾客号(内下标) TO 标记暂存顾客号
            PERFORM 登记嫌疑 THRU 登记嫌疑-EXIT
       END-IF
       COMPUTE 内下标 = 内下标 + 1
       END-PERFORM.

       统计一次暂还.
       SET 没找到 TO TRUE.
       MOVE 1 TO 内下标.
       PERFORM UNTIL 内下标 > 暂还项数 OR 找到
       IF 暂项顾客号(内下标) = 暂还客户号
       THEN SET 找到 TO TRUE
       ELSE COMPUTE 内下标 = 内下标 + 1
       END-IF
       END-PERFORM.
       IF 没找到
       THEN IF 暂还项数 < 500
            THEN COMPUTE 暂还项数 = 暂还项数 + 1
                 MOVE 暂还项数 TO 内下标
                 MOVE 暂还客户号 TO 暂项顾客号(内下标)
                 MOVE 0 TO 暂项次数(内下标)
                 MOVE 0 TO 暂项车损(内下标)
            ELSE GO TO 统计一次暂还-EXIT
            END-IF
       END-IF.
       ADD 1 TO 暂项次数(内下标).
       PERFORM 核对暂还车损.
       IF 有车损
       THEN ADD 1 TO 暂项车损(内下标)
       END-IF.
       统计一次暂还-EXIT.
       EXIT.

       核对暂还车损.
       SET 无车损 TO TRUE.
       SET 账单没完了 TO TRUE.
       MOVE 暂还客户号 TO 账单顾客号.
       READ 账单 KEY IS 账单顾客号
       INVALID KEY SET 账单完了 TO TRUE
       END-READ.
       PERFORM UNTIL 账单完了
       IF 账单顾客号 NOT = 暂还客户号
       THEN SET 账单完了 TO TRUE
       ELSE MOVE 账单车牌照 TO 账单车牌暂存
            MOVE 账单归还止 TO 账单归还暂存
            MOVE 损坏费 TO 损坏费暂存
            IF 账单车牌暂存(2:6) = 暂还车牌照
               AND 账单归还暂存 >= 暂还日期
               AND 损坏费暂存 > 0
            THEN SET 有车损 TO TRUE
                 SET 账单完了 TO TRUE
            ELSE READ 账单 NEXT RECORD
                 AT END SET 账单完了 TO TRUE
                 END-READ
            END-IF
       END-IF
       END-PERFORM.

       计入争议核销.
       MOVE 1 TO 内下标.
       PERFORM UNTIL 内下标 > 暂还项数
       IF 暂项顾客号(内下标) = 核销顾客号
       THEN ADD 1 TO 暂项车损(内下标)
            MOVE 暂还项数 TO 内下标
       END-IF
       COMPUTE 内下标 = 内下标 + 1
       END-PERFORM.

       登记嫌疑.
       SET 没找到 TO TRUE.
       MOVE 1 TO 内下标.
       PERFORM UNTIL 内下标 > 标记项数 OR 找到
       IF 标记顾客号(内下标) = 标记暂存顾客号
       THEN SET 找到 TO TRUE
       ELSE COMPUTE 内下标 = 内下标 + 1
       END-IF
       END-PERFORM.
       IF 没找到
       THEN IF 标记项数 < 500
            THEN COMPUTE 标记项数 = 标记项数 + 1
                 MOVE 标记项数 TO 内下标
                 MOVE 标记暂存顾客号
                   TO 标记顾客号(内下标)
                 MOVE ZERO TO 标记疑点组(内下标)
            ELSE GO TO 登记嫌疑-EXIT
            END-IF
       END-IF.
       MOVE 1 TO 标记疑点(内下标, 标记暂存类型).
       登记嫌疑-EXIT.
       EXIT.

       生成顾客警示.
       MOVE "--嫌疑顾客及自动警示--" TO 报表行.
       WRITE 报表行.
       DISPLAY 报表行.
       ACCEPT 当前时刻 FROM TIME.
       OPEN INPUT 顾客.
       OPEN I-O 顾客备注.
       MOVE 1 TO 下标.
       PERFORM UNTIL 下标 > 标记项数
       PERFORM 警示一位顾客
       COMPUTE 下标 = 下标 + 1
       END-PERFORM.
       CLOSE 顾客备注.
       CLOSE 顾客.

       警示一位顾客.
       MOVE SPACE TO 姓名暂存.
       MOVE 标记顾客号(下标) TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客档案姓名 TO 姓名暂存
       END-READ.
       MOVE 0 TO 最大备注序号.
       MOVE 1 TO 疑点下标.
       PERFORM UNTIL 疑点下标 > 5
       MOVE 0 TO 已有警示(疑点下标)
       COMPUTE 疑点下标 = 疑点下标 + 1
       END-PERFORM.
       MOVE 标记顾客号(下标) TO 备注顾客号.
       MOVE 0 TO 备注序号.
       START 顾客备注 KEY IS > 备注主键
       INVALID KEY SET 完了 TO TRUE
       NOT INVALID KEY SET 没完了 TO TRUE
       END-START.
       PERFORM UNTIL 完了
       READ 顾客备注 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 备注顾客号 NOT = 标记顾客号(下标)
       THEN SET 完了 TO TRUE
       ELSE MOVE 备注序号 TO 最大备注序号
            PERFORM 核对已有警示
       END-IF
       END-READ
       END-PERFORM.
       MOVE 1 TO 疑点下标.
       PERFORM UNTIL 疑点下标 > 5
       IF 标记疑点(下标, 疑点下标) = 1
       THEN PERFORM 取警示内容
            MOVE SPACE TO 报表行
            STRING "顾客号:" DELIMITED BY SIZE
                   标记顾客号(下标) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   姓名暂存 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   警示内容暂存 DELIMITED BY SPACE
                INTO 报表行
            IF 已有警示(疑点下标) = 1
            THEN STRING 报表行 DELIMITED BY "  "
                        " (已有警示)" DELIMITED BY SIZE
                   INTO 报表行
            ELSE PERFORM 写警示备注
            END-IF
            WRITE 报表行
            DISPLAY 报表行
       END-IF
       COMPUTE 疑点下标 = 疑点下标 + 1
       END-PERFORM.

       核对已有警示.
       MOVE 1 TO 内下标.
       PERFORM UNTIL 内下标 > 5
       MOVE 内下标 TO 疑点下标
       PERFORM 取警示内容
       IF 备注内容 = 警示内容暂存
       THEN MOVE 1 TO 已有警示(内下标)
       END-IF
       COMPUTE 内下标 = 内下标 + 1
       END-PERFORM.

       取警示内容.
       EVALUATE 疑点下标
       WHEN 1 MOVE "欺诈嫌疑:驾照多户" TO 警示内容暂存
       WHEN 2 MOVE "欺诈嫌疑:同电话异名" TO 警示内容暂存
       WHEN 3 MOVE "欺诈嫌疑:同地址异名" TO 警示内容暂存
       WHEN 4 MOVE "欺诈嫌疑:多辆贵车" TO 警示内容暂存
       WHEN 5 MOVE "欺诈嫌疑:暂还后车损" TO 警示内容暂存
       END-EVALUATE.

       写警示备注.
       COMPUTE 最大备注序号 = 最大备注序号 + 1.
       MOVE 标记顾客号(下标) TO 备注顾客号.
       MOVE 最大备注序号 TO 备注序号.
       SET 级别高危警示 TO TRUE.
       MOVE 警示内容暂存 TO 备注内容.
       MOVE 排查日期 TO 备注日期.
       MOVE 当前时分 TO 备注时分.
       MOVE SPACE TO 备注操作员.
       WRITE 顾客备注记录
       INVALID KEY COMPUTE 备注序号 = 备注序号 + 1
                   WRITE 顾客备注记录
       END-WRITE.
       COMPUTE 新警示数 = 新警示数 + 1.

       检查批模式.
       SET 人工操作 TO TRUE.
       OPEN INPUT 批模式.
       READ 批模式
       AT END CONTINUE
       NOT AT END
       IF 批模式行(1:1) = "1"
       THEN SET 批处理中 TO TRUE
       END-IF
       END-READ.
       CLOSE 批模式.

       检查培训模式.
       SET 非培训模式 TO TRUE.
       OPEN INPUT 培训标志.
       READ 培训标志
       AT END CONTINUE
       NOT AT END
       IF 培训标志行(1:1) = "1"
       THEN SET 培训模式中 TO TRUE
       END-IF
       END-READ.
       CLOSE 培训标志.
