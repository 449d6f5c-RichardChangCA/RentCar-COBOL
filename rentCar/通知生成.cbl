        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 预定主键
        ALTERNATE RECORD KEY IS 预定车牌照 WITH DUPLICATES
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 培训标志 ASSIGN TO "培训标志.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

        SELECT 候补 ASSIGN TO "候补.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 候补编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 通知 ASSIGN TO "通知.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 通知编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 顾客地址 ASSIGN TO "顾客地址.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 地址顾客号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 改签 ASSIGN TO "改签.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 改签编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 改配待办 ASSIGN TO "改配待办.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 改配编号
        FILE STATUS IS 文件状态码.

        SELECT OPTIONAL 年费会员 ASSIGN TO "年费会员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 年费顾客号
        FILE STATUS IS 文件状态码.
        SELECT OPTIONAL 会员参数 ASSIGN TO "会员参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 会员参数编号
        FILE STATUS IS 文件状态码.
        SELECT 顾客 ASSIGN TO "�˿�.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 顾客号
        FILE STATUS IS 文件状态码.
        SELECT 通知书 ASSIGN TO "通知书.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS 文件状态码.

       DATA DIVISION.
       FILE SECTION.
        05 邮政编码 PIC X(6).
        05 档案地址 PIC X(30).
        05 通讯地址 PIC X(30).
       FD 改签.
       01 改签记录.
        05 改签编号 PIC 9(6).
        05 改签事项 PIC 9.
         88 改签取车 VALUE 1.
         88 改签还车 VALUE 2.
         88 改签送车 VALUE 3.
        05 改签确认号 PIC 9(6).
        05 改签客户号 PIC 9(6).
        05 改签客户姓名 PIC X(10).
        05 改签车牌照 PIC X(6).
        05 改签原分店 PIC 9(2).
        05 改签新分店 PIC 9(2).
        05 改签原起 PIC 9(8).
        05 改签原止 PIC 9(8).
        05 改签新起 PIC 9(8).
        05 改签新止 PIC 9(8).
        05 改签登记日期 PIC 9(8).
        05 改签经办 PIC X(6).
        05 改签通知状态 PIC 9.
         88 改签未通知 VALUE 0.
         88 改签已通知 VALUE 1.
       FD 改配待办.
       01 改配待办记录.
        05 改配编号 PIC 9(6).
        05 改配确认号 PIC 9(6).
        05 改配客户号 PIC 9(6).
        05 改配预定序号 PIC 9(4).
        05 改配客户姓名 PIC X(10).
        05 改配类别 PIC 9(2).
        05 改配原车牌 PIC X(7).
        05 改配分店 PIC 9(2).
        05 改配起 PIC 9(8).
        05 改配止 PIC 9(8).
        05 改配原因 PIC X(8).
        05 改配登记日期 PIC 9(8).
        05 改配经办 PIC X(6).
        05 改配处理状态 PIC 9.
         88 改配未处理 VALUE 0.
         88 改配已处理 VALUE 1.
        05 改配处理人 PIC X(6).
        05 改配处理日期 PIC 9(8).
        05 改配通知状态 PIC 9.
         88 改配未通知 VALUE 0.
         88 改配已通知 VALUE 1.
       FD 年费会员.
       01 年费会员记录.
        05 年费顾客号 PIC 9(6).
        05 年费入会日期 PIC 9(8).
        05 年费起始日期 PIC 9(8).
        05 年费到期日期 PIC 9(8).
        05 年费缴费额 PIC 9(5).
        05 年费账单号 PIC 9(6).
        05 年费续费次数 PIC 9(3).
        05 年费状态 PIC 9.
         88 年费在册 VALUE 1.
         88 年费已退会 VALUE 2.
        05 年费已提醒至 PIC 9(8).
        05 年费经办员 PIC X(6).
        05 年费退会日期 PIC 9(8).
       FD 会员参数.
       01 会员参数记录.
        05 会员参数编号 PIC 9(2).
        05 年费标准额 PIC 9(5).
        05 年费折扣百分比 PIC 9(2).
        05 会员设置操作员 PIC X(6).
        05 会员设置日期 PIC 9(8).
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
       FD 通知书.
       01 通知书行 PIC X(100).

       77 今日日期 PIC 9(8).
       77 逾期通知数 PIC 9(3).
       77 候补通知数 PIC 9(3).
       77 改签通知数 PIC 9(3).
       77 改配通知数 PIC 9(3).
       77 续费通知数 PIC 9(3).
       77 续费提醒天数 PIC 9(4) VALUE 30.
       77 续费提醒截止 PIC 9(8).
       77 续费年费暂存 PIC 9(5).
       77 续费客户姓名 PIC X(11).
       77 改签分店文本 PIC 9(2).
       77 改签原分店文本 PIC 9(2).
       77 止日暂存 PIC 9(8).
       77 逾期天数 PIC S9(8).
       77 日租金暂存 PIC 9(4).
       77 归档源名暂存 PIC X(30).
       77 归档参数暂存 PIC X(20).
       77 归档操作员暂存 PIC X(6) VALUE SPACE.
       77 文件状态码 PIC XX.
       77 异常程序名 PIC X(16) VALUE "通知生成".
       77 异常文件名 PIC X(12).
       77 异常记录键 PIC X(20).
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
       培训标志文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 培训标志.
       培训标志文件出错处理.
       MOVE "培训标志" TO 异常文件名.
       MOVE SPACE TO 异常记录键.
       PERFORM 登记文件异常.
       候补文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 候补.
       候补文件出错处理.
       MOVE "候补" TO 异常文件名.
       MOVE 候补编号 TO 异常记录键.
       PERFORM 登记文件异常.
       通知文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 通知.
       通知文件出错处理.
       MOVE "通知" TO 异常文件名.
       MOVE 通知编号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客地址文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客地址.
       顾客地址文件出错处理.
       MOVE "顾客地址" TO 异常文件名.
       MOVE 地址顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       改签文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 改签.
       改签文件出错处理.
       MOVE "改签" TO 异常文件名.
       MOVE 改签编号 TO 异常记录键.
       PERFORM 登记文件异常.
       改配待办文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 改配待办.
       改配待办文件出错处理.
       MOVE "改配待办" TO 异常文件名.
       MOVE 改配编号 TO 异常记录键.
       PERFORM 登记文件异常.
       年费会员文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 年费会员.
       年费会员文件出错处理.
       MOVE "年费会员" TO 异常文件名.
       MOVE 年费顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       会员参数文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 会员参数.
       会员参数文件出错处理.
       MOVE "会员参数" TO 异常文件名.
       MOVE 会员参数编号 TO 异常记录键.
       PERFORM 登记文件异常.
       顾客文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 顾客.
       顾客文件出错处理.
       MOVE "顾客" TO 异常文件名.
       MOVE 顾客号 TO 异常记录键.
       PERFORM 登记文件异常.
       通知书文件出错 SECTION.
       USE AFTER STANDARD ERROR PROCEDURE ON 通知书.
       通知书文件出错处理.
       MOVE "通知书" TO 异常文件名.
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
       DISPLAY "======== 客户通知书生成 ========".
       DISPLAY SPACE.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE 0 TO 逾期通知数 候补通知数 改签通知数.
       MOVE 0 TO 改配通知数 续费通知数.
       MOVE 0 TO 无地址跳过数 例外总数.
       OPEN EXTEND 通知书.
       OPEN INPUT 预定.
       END-READ
       END-PERFORM.
       CLOSE 候补.
       OPEN I-O 改签.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 改签 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 改签未通知
       THEN PERFORM 写改签通知 THRU 写改签通知-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 改签.
       OPEN I-O 改配待办.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 改配待办 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 改配未通知
       THEN PERFORM 写改配通知 THRU 写改配通知-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 改配待办.
       CALL "日期加减" USING 今日日期 续费提醒天数
           续费提醒截止.
       PERFORM 载入续费年费.
       OPEN I-O 年费会员.
       SET 没完了 TO TRUE.
       PERFORM UNTIL 完了
       READ 年费会员 NEXT RECORD
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 年费在册
          AND 年费到期日期 >= 今日日期
          AND 年费到期日期 <= 续费提醒截止
          AND 年费已提醒至 NOT = 年费到期日期
       THEN PERFORM 写续费通知 THRU 写续费通知-EXIT
       END-IF
       END-READ
       END-PERFORM.
       CLOSE 年费会员.
       PERFORM 写无地址例外段.
       CLOSE 通知书.
       DISPLAY "生成逾期催还通知书:" NO ADVANCING.
       DISPLAY 逾期通知数.
       DISPLAY "生成候补车辆空出通知书:" NO ADVANCING.
       DISPLAY 候补通知数.
       DISPLAY "生成分店停业改签通知书:" NO ADVANCING.
       DISPLAY 改签通知数.
       DISPLAY "生成车辆停运改配通知书:" NO ADVANCING.
       DISPLAY 改配通知数.
       DISPLAY "生成年费会员续费通知书:" NO ADVANCING.
       DISPLAY 续费通知数.
       DISPLAY "无邮寄地址跳过:" NO ADVANCING.
       DISPLAY 无地址跳过数.
       DISPLAY "通知书已写入通知书.txt.".
       写逾期通知-EXIT.
       EXIT.

       写改签通知.
       MOVE 改签客户号 TO 查地址客户号.
       PERFORM 取邮寄地址.
       IF 地址不可用
       THEN PERFORM 登记无地址例外-改签
            GO TO 写改签通知-EXIT
       END-IF.
       MOVE "----分店临时停业改签通知书----" TO 通知书行.
       WRITE 通知书行.
       MOVE 改签客户号 TO 客户号文本.
       STRING "致客户:" DELIMITED BY SIZE
              改签客户姓名 DELIMITED BY SIZE
              " (客户号:" DELIMITED BY SIZE
              客户号文本 DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO 通知书行.
       WRITE 通知书行.
       PERFORM 写邮寄地址块.
       MOVE 改签原分店 TO 改签原分店文本.
       MOVE 改签新分店 TO 改签分店文本.
       MOVE 改签新起 TO 起文本.
       MOVE 改签新止 TO 止文本.
       STRING "因" DELIMITED BY SIZE
              改签原分店文本 DELIMITED BY SIZE
              "号分店临时停业,您车牌" DELIMITED BY SIZE
              改签车牌照 DELIMITED BY SIZE
              "的租车安排已作调整:" DELIMITED BY SIZE
         INTO 通知书行.
       WRITE 通知书行.
       EVALUATE TRUE
       WHEN 改签取车
            STRING "请于" DELIMITED BY SIZE
                   起文本 DELIMITED BY SIZE
                   "到" DELIMITED BY SIZE
                   改签分店文本 DELIMITED BY SIZE
                   "号分店取车,还车日期" DELIMITED BY SIZE
                   止文本 DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
              INTO 通知书行
       WHEN 改签还车
            STRING "请于" DELIMITED BY SIZE
                   止文本 DELIMITED BY SIZE
                   "前将车辆归还至" DELIMITED BY SIZE
                   改签分店文本 DELIMITED BY SIZE
                   "号分店." DELIMITED BY SIZE
              INTO 通知书行
       WHEN OTHER
            STRING "送车日期" DELIMITED BY SIZE
                   起文本 DELIMITED BY SIZE
                   " 取回日期" DELIMITED BY SIZE
                   止文本 DELIMITED BY SIZE
                   ",改由" DELIMITED BY SIZE
                   改签分店文本 DELIMITED BY SIZE
                   "号分店办理." DELIMITED BY SIZE
              INTO 通知书行
       END-EVALUATE.
       WRITE 通知书行.
       MOVE "给您带来不便深表歉意,如有疑问请来电."
         TO 通知书行.
       WRITE 通知书行.
       MOVE SPACE TO 通知书行.
       WRITE 通知书行.
       COMPUTE 改签通知数 = 改签通知数 + 1.
       SET 改签已通知 TO TRUE.
       REWRITE 改签记录.
       MOVE "改签" TO 通知类型.
       MOVE 改签客户号 TO 通知客户号.
       MOVE 改签车牌照 TO 通知车牌照.
       PERFORM 写通知台账.
       写改签通知-EXIT.
       EXIT.

       写改配通知.
       MOVE 改配客户号 TO 查地址客户号.
       PERFORM 取邮寄地址.
       IF 地址不可用
       THEN PERFORM 登记无地址例外-改配
            GO TO 写改配通知-EXIT
       END-IF.
       MOVE "----预定车辆停运通知书----" TO 通知书行.
       WRITE 通知书行.
       MOVE 改配客户号 TO 客户号文本.
       STRING "致客户:" DELIMITED BY SIZE
              改配客户姓名 DELIMITED BY SIZE
              " (客户号:" DELIMITED BY SIZE
              客户号文本 DELIMITED BY SIZE
              " 确认号:" DELIMITED BY SIZE
              改配确认号 DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO 通知书行.
       WRITE 通知书行.
       PERFORM 写邮寄地址块.
       MOVE 改配起 TO 起文本.
       MOVE 改配止 TO 止文本.
       STRING "您预定的车辆" DELIMITED BY SIZE
              改配原车牌 DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              起文本 DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              止文本 DELIMITED BY SIZE
              ")已停止运营," DELIMITED BY SIZE
         INTO 通知书行.
       WRITE 通知书行.
       MOVE "取车分店暂无同类车辆可替换," TO 通知书行.
       WRITE 通知书行.
       MOVE "我们将与您联系另行安排,原报价保持不变."
         TO 通知书行.
       WRITE 通知书行.
       MOVE SPACE TO 通知书行.
       WRITE 通知书行.
       COMPUTE 改配通知数 = 改配通知数 + 1.
       SET 改配已通知 TO TRUE.
       REWRITE 改配待办记录.
       MOVE "改配" TO 通知类型.
       MOVE 改配客户号 TO 通知客户号.
       MOVE 改配原车牌(2:6) TO 通知车牌照.
       PERFORM 写通知台账.
       写改配通知-EXIT.
       EXIT.

       载入续费年费.
       MOVE 300 TO 续费年费暂存.
       OPEN INPUT 会员参数.
       MOVE 1 TO 会员参数编号.
       READ 会员参数 KEY IS 会员参数编号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 年费标准额 TO 续费年费暂存
       END-READ.
       CLOSE 会员参数.

       写续费通知.
       MOVE 年费顾客号 TO 查地址客户号.
       PERFORM 取邮寄地址.
       IF 地址不可用
       THEN PERFORM 登记无地址例外-续费
            GO TO 写续费通知-EXIT
       END-IF.
       MOVE SPACE TO 续费客户姓名.
       OPEN INPUT 顾客.
       MOVE 年费顾客号 TO 顾客号.
       READ 顾客 KEY IS 顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 顾客档案姓名 TO 续费客户姓名
       END-READ.
       CLOSE 顾客.
       MOVE "----年费会员续费提醒书----" TO 通知书行.
       WRITE 通知书行.
       MOVE 年费顾客号 TO 客户号文本.
       MOVE SPACE TO 通知书行.
       STRING "致会员:" DELIMITED BY SIZE
              续费客户姓名 DELIMITED BY SIZE
              " (客户号:" DELIMITED BY SIZE
              客户号文本 DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO 通知书行.
       WRITE 通知书行.
       MOVE SPACE TO 通知书行.
       PERFORM 写邮寄地址块.
       MOVE 年费到期日期 TO 止文本.
       MOVE SPACE TO 通知书行.
       STRING "您的年费会员资格将于" DELIMITED BY SIZE
              止文本 DELIMITED BY SIZE
              "到期," DELIMITED BY SIZE
         INTO 通知书行.
       WRITE 通知书行.
       MOVE 续费年费暂存 TO 金额文本.
       MOVE SPACE TO 通知书行.
       STRING "续费年费" DELIMITED BY SIZE
              金额文本 DELIMITED BY SIZE
              "元,续费后继续享受" DELIMITED BY SIZE
              "免费GPS导航、" DELIMITED BY SIZE
         INTO 通知书行.
       WRITE 通知书行.
       MOVE "租金折扣及异地还车免单程费等权益."
         TO 通知书行.
       WRITE 通知书行.
       MOVE SPACE TO 通知书行.
       WRITE 通知书行.
       COMPUTE 续费通知数 = 续费通知数 + 1.
       MOVE 年费到期日期 TO 年费已提醒至.
       REWRITE 年费会员记录.
       MOVE "续费" TO 通知类型.
       MOVE 年费顾客号 TO 通知客户号.
       MOVE SPACE TO 通知车牌照.
       PERFORM 写通知台账.
       写续费通知-EXIT.
       EXIT.

       登记无地址例外-续费.
       COMPUTE 无地址跳过数 = 无地址跳过数 + 1.
       IF 例外总数 < 50
       THEN COMPUTE 例外总数 = 例外总数 + 1
            MOVE 年费顾客号 TO 例外客户号(例外总数)
            MOVE "续费" TO 例外类型(例外总数)
       END-IF.

       登记无地址例外-逾期.
       COMPUTE 无地址跳过数 = 无地址跳过数 + 1.
       IF 例外总数 < 50
            MOVE "候补" TO 例外类型(例外总数)
       END-IF.

       登记无地址例外-改签.
       COMPUTE 无地址跳过数 = 无地址跳过数 + 1.
       IF 例外总数 < 50
       THEN COMPUTE 例外总数 = 例外总数 + 1
            MOVE 改签客户号 TO 例外客户号(例外总数)
            MOVE "改签" TO 例外类型(例外总数)
       END-IF.

       登记无地址例外-改配.
       COMPUTE 无地址跳过数 = 无地址跳过数 + 1.
       IF 例外总数 < 50
       THEN COMPUTE 例外总数 = 例外总数 + 1
            MOVE 改配客户号 TO 例外客户号(例外总数)
            MOVE "改配" TO 例外类型(例外总数)
       END-IF.

       取邮寄地址.
       SET 地址不可用 TO TRUE.
       MOVE SPACE TO 邮寄地址行 邮寄邮编.
