        ACCESS IS DYNAMIC
        RECORD KEY IS 价目编号.

        SELECT OPTIONAL 收益档位 ASSIGN TO "收益档位.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档位编号.

        SELECT OPTIONAL 超订参数 ASSIGN TO "超订参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 超订参数编号.

        SELECT OPTIONAL 航班参数 ASSIGN TO "航班参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 航班参数编号.

        SELECT OPTIONAL 充电参数 ASSIGN TO "充电参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 充电参数编号.

        SELECT OPTIONAL 计程参数 ASSIGN TO "计程参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 计程参数编号.

        SELECT OPTIONAL 会员参数 ASSIGN TO "会员参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 会员参数编号.

        SELECT OPTIONAL 推荐参数 ASSIGN TO "推荐参数.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 推荐参数编号.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

       DATA DIVISION.
       FILE SECTION.
       FD 费率.
        05 轮胎损坏价 PIC 9(4).
        05 内饰损坏价 PIC 9(4).
        05 备胎损坏价 PIC 9(4).
       FD 收益档位.
       01 收益档位记录.
        05 档位编号 PIC 9(2).
        05 档位门槛1 PIC 9(3).
        05 档位加价1 PIC 9(3).
        05 档位门槛2 PIC 9(3).
        05 档位加价2 PIC 9(3).
        05 档位门槛3 PIC 9(3).
        05 档位加价3 PIC 9(3).
       FD 超订参数.
       01 超订参数记录.
        05 超订参数编号 PIC 9(2).
        05 超订上限 PIC 9(3).
        05 超订设置主管 PIC X(6).
        05 超订设置日期 PIC 9(8).
       FD 航班参数.
       01 航班参数记录.
        05 航班参数编号 PIC 9(2).
        05 航班保留小时 PIC 9(2).
        05 航班设置主管 PIC X(6).
        05 航班设置日期 PIC 9(8).
       FD 充电参数.
       01 充电参数记录.
        05 充电参数编号 PIC 9(2).
        05 每点充电费额 PIC 9(3).
        05 充电设置操作员 PIC X(6).
        05 充电设置日期 PIC 9(8).
       FD 计程参数.
       01 计程参数记录.
        05 计程参数编号 PIC 9(2).
        05 计程基础百分比 PIC 9(3).
        05 每公里费额 PIC 9(3).
        05 计程设置操作员 PIC X(6).
        05 计程设置日期 PIC 9(8).
       FD 会员参数.
       01 会员参数记录.
        05 会员参数编号 PIC 9(2).
        05 年费标准额 PIC 9(5).
        05 年费折扣百分比 PIC 9(2).
        05 会员设置操作员 PIC X(6).
        05 会员设置日期 PIC 9(8).
       FD 推荐参数.
       01 推荐参数记录.
        05 推荐参数编号 PIC 9(2).
        05 推荐奖励标准 PIC 9(5).
        05 推荐设置操作员 PIC X(6).
        05 推荐设置日期 PIC 9(8).
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       01 价目是否存在 PIC 9.
        88 价目已建立 VALUE 1.
        88 价目未建立 VALUE 0.
       01 档位是否存在 PIC 9.
        88 档位已建立 VALUE 1.
        88 档位未建立 VALUE 0.
       77 主管编号输入 PIC X(6).
       77 主管口令输入 PIC X(8).
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       77 最大审计编号 PIC 9(6).
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       DISPLAY SPACE.
       DISPLAY "2、修改损坏项目价目".
       DISPLAY SPACE.
       DISPLAY "3、修改收益定价档位".
       DISPLAY SPACE.
       DISPLAY "4、设置超订上限(须主管核准)".
       DISPLAY SPACE.
       DISPLAY "5、设置航班延误保留时数(须主管核准)".
       DISPLAY SPACE.
       DISPLAY "6、设置电动车充电费率".
       DISPLAY SPACE.
       DISPLAY "7、设置按里程计费方案参数".
       DISPLAY SPACE.
       DISPLAY "8、设置年费会员参数".
       DISPLAY SPACE.
       DISPLAY "9、设置推荐奖励积分".
       DISPLAY SPACE.
       DISPLAY "0、退出".
       DISPLAY SPACE.
       DISPLAY "请输入你的选择:" NO ADVANCING.
       EVALUATE 选择
       WHEN 1 PERFORM 修改费率
       WHEN 2 PERFORM 修改损坏价目
       WHEN 3 PERFORM 修改收益档位 THRU 修改收益档位-EXIT
       WHEN 4 PERFORM 设置超订上限 THRU 设置超订上限-EXIT
       WHEN 5 PERFORM 设置航班保留 THRU 设置航班保留-EXIT
       WHEN 6 PERFORM 设置充电费率
       WHEN 7 PERFORM 设置计程参数
       WHEN 8 PERFORM 设置会员参数
       WHEN 9 PERFORM 设置推荐参数
       WHEN OTHER CONTINUE
       END-EVALUATE.
       DISPLAY SPACE.

       修改费率.
       DISPLAY SPACE.
       DISPLAY "请输入新的税率百分比(如5%请输入05):"
           NO ADVANCING.
       ACCEPT 税率百分比.
       DISPLAY "请输入新的周末加价百分比("
           "如120%请输入120):" NO ADVANCING.
       ACCEPT 周末加价百分比.
       DISPLAY "请输入新的里程允许额度(公里):"
           NO ADVANCING.
       ACCEPT 里程允许额度.
       DISPLAY "请输入新的每格加油费:" NO ADVANCING.
       ACCEPT 每格加油费额.
       ACCEPT GPS导航价.
       DISPLAY "请输入新的租车保险费:" NO ADVANCING.
       ACCEPT 租车保险价.
       DISPLAY "请输入新的满七天折扣百分比("
           "如9折请输入090):" NO ADVANCING.
       ACCEPT 七天折扣百分比.
       DISPLAY "请输入新的满十四天折扣百分比("
           "如8折请输入080):" NO ADVANCING.
       ACCEPT 十四天折扣百分比.
       DISPLAY "请输入新的还车周转间隔天数("
           "如1天请输入01):" NO ADVANCING.
       ACCEPT 周转间隔天数.
       DISPLAY "请输入新的异地还车单程费:" NO ADVANCING.
       ACCEPT 单程费额.
       DISPLAY "请输入取消费(提前7天以上)百分比:"
           NO ADVANCING.
       ACCEPT 取消费7天外百分比.
       DISPLAY "请输入取消费(提前3至7天)百分比:"
           NO ADVANCING.
       ACCEPT 取消费3天外百分比.
       DISPLAY "请输入取消费(3天以内)百分比:" NO ADVANCING.
       ACCEPT 取消费3天内百分比.
       DISPLAY "请输入当日还车每小时计费百分比:"
           NO ADVANCING.
       ACCEPT 每小时百分比.
       DISPLAY "请输入当日还车半日计费百分比:"
           NO ADVANCING.
       ACCEPT 半日百分比.
       DISPLAY "请输入长租周期结算天数门槛:" NO ADVANCING.
       ACCEPT 长租天数门槛.
       MOVE 费率编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY SPACE.
       DISPLAY "费率参数已保存,新费率将在下一次结算时"
           "生效.".
       PERFORM 显示费率.

       修改损坏价目.
       END-IF.
       CLOSE 损坏价目.

       修改收益档位.
       PERFORM 载入收益档位.
       DISPLAY "占用率达到门槛即按档位上浮日租金,"
           "门槛0为停用".
       DISPLAY "当前一档门槛/上浮(%):" NO ADVANCING.
       DISPLAY 档位门槛1 NO ADVANCING.
       DISPLAY "/" NO ADVANCING.
       DISPLAY 档位加价1.
       DISPLAY "当前二档门槛/上浮(%):" NO ADVANCING.
       DISPLAY 档位门槛2 NO ADVANCING.
       DISPLAY "/" NO ADVANCING.
       DISPLAY 档位加价2.
       DISPLAY "当前三档门槛/上浮(%):" NO ADVANCING.
       DISPLAY 档位门槛3 NO ADVANCING.
       DISPLAY "/" NO ADVANCING.
       DISPLAY 档位加价3.
       DISPLAY SPACE.
       DISPLAY "请输入一档占用率门槛(%):" NO ADVANCING.
       ACCEPT 档位门槛1.
       DISPLAY "请输入一档上浮百分比:" NO ADVANCING.
       ACCEPT 档位加价1.
       DISPLAY "请输入二档占用率门槛(%):" NO ADVANCING.
       ACCEPT 档位门槛2.
       DISPLAY "请输入二档上浮百分比:" NO ADVANCING.
       ACCEPT 档位加价2.
       DISPLAY "请输入三档占用率门槛(%):" NO ADVANCING.
       ACCEPT 档位门槛3.
       DISPLAY "请输入三档上浮百分比:" NO ADVANCING.
       ACCEPT 档位加价3.
       IF (档位门槛2 > 0 AND 档位门槛2 < 档位门槛1)
          OR (档位门槛3 > 0 AND 档位门槛3 < 档位门槛2)
       THEN DISPLAY "各档门槛须逐档递增,未保存."
            GO TO 修改收益档位-EXIT
       END-IF.
       OPEN I-O 收益档位.
       MOVE 1 TO 档位编号.
       REWRITE 收益档位记录
       INVALID KEY WRITE 收益档位记录
       END-REWRITE.
       CLOSE 收益档位.
       MOVE "档位" TO 审计操作文件.
       MOVE "修改" TO 审计操作类型.
       MOVE 档位编号 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "收益定价档位已保存,"
           "新预定即按新档位报价.".
       修改收益档位-EXIT.
       EXIT.

       载入收益档位.
       SET 档位未建立 TO TRUE.
       OPEN I-O 收益档位.
       MOVE 1 TO 档位编号.
       READ 收益档位 KEY IS 档位编号
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 档位已建立 TO TRUE
       END-READ.
       IF 档位未建立
       THEN MOVE 1 TO 档位编号
            MOVE 70 TO 档位门槛1
            MOVE 10 TO 档位加价1
            MOVE 85 TO 档位门槛2
            MOVE 20 TO 档位加价2
            MOVE 95 TO 档位门槛3
            MOVE 30 TO 档位加价3
            WRITE 收益档位记录
       END-IF.
       CLOSE 收益档位.

       设置超订上限.
       OPEN I-O 超订参数.
       MOVE 1 TO 超订参数编号.
       READ 超订参数 KEY IS 超订参数编号
       INVALID KEY MOVE 1 TO 超订参数编号
                   MOVE 0 TO 超订上限
                   MOVE SPACE TO 超订设置主管
                   MOVE 0 TO 超订设置日期
                   WRITE 超订参数记录
       END-READ.
       CLOSE 超订参数.
       DISPLAY "当前单类别单分店超订上限:" NO ADVANCING.
       DISPLAY 超订上限.
       DISPLAY "上次核准主管:" NO ADVANCING.
       DISPLAY 超订设置主管.
       DISPLAY "请输入主管编号:" NO ADVANCING.
       ACCEPT 主管编号输入.
       DISPLAY "请输入主管口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       PERFORM 核验超订主管.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,超订上限未修改."
            GO TO 设置超订上限-EXIT
       END-IF.
       DISPLAY "请输入新的超订上限(0为不允许超订):"
           NO ADVANCING.
       ACCEPT 超订上限.
       MOVE 主管编号输入 TO 超订设置主管.
       ACCEPT 超订设置日期 FROM DATE YYYYMMDD.
       OPEN I-O 超订参数.
       MOVE 1 TO 超订参数编号.
       REWRITE 超订参数记录
       INVALID KEY WRITE 超订参数记录
       END-REWRITE.
       CLOSE 超订参数.
       MOVE "超订" TO 审计操作文件.
       MOVE "上限" TO 审计操作类型.
       MOVE 超订设置主管 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "超订上限已保存,下次失约率统计起生效.".
       设置超订上限-EXIT.
       EXIT.

       设置航班保留.
       OPEN I-O 航班参数.
       MOVE 1 TO 航班参数编号.
       READ 航班参数 KEY IS 航班参数编号
       INVALID KEY MOVE 1 TO 航班参数编号
                   MOVE 3 TO 航班保留小时
                   MOVE SPACE TO 航班设置主管
                   MOVE 0 TO 航班设置日期
                   WRITE 航班参数记录
       END-READ.
       CLOSE 航班参数.
       DISPLAY "当前航班到达后保留时数:" NO ADVANCING.
       DISPLAY 航班保留小时.
       DISPLAY "上次核准主管:" NO ADVANCING.
       DISPLAY 航班设置主管.
       DISPLAY "请输入主管编号:" NO ADVANCING.
       ACCEPT 主管编号输入.
       DISPLAY "请输入主管口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       PERFORM 核验超订主管.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,保留时数未修改."
            GO TO 设置航班保留-EXIT
       END-IF.
       DISPLAY "请输入航班到达后保留时数:" NO ADVANCING.
       ACCEPT 航班保留小时.
       MOVE 主管编号输入 TO 航班设置主管.
       ACCEPT 航班设置日期 FROM DATE YYYYMMDD.
       OPEN I-O 航班参数.
       MOVE 1 TO 航班参数编号.
       REWRITE 航班参数记录
       INVALID KEY WRITE 航班参数记录
       END-REWRITE.
       CLOSE 航班参数.
       MOVE "航班" TO 审计操作文件.
       MOVE "保留" TO 审计操作类型.
       MOVE 航班设置主管 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "保留时数已保存,下次失约批处理起生效.".
       设置航班保留-EXIT.
       EXIT.

       设置充电费率.
       OPEN I-O 充电参数.
       MOVE 1 TO 充电参数编号.
       READ 充电参数 KEY IS 充电参数编号
       INVALID KEY MOVE 1 TO 充电参数编号
                   MOVE 2 TO 每点充电费额
                   MOVE SPACE TO 充电设置操作员
                   MOVE 0 TO 充电设置日期
                   WRITE 充电参数记录
       END-READ.
       DISPLAY "当前每百分点充电费:" NO ADVANCING.
       DISPLAY 每点充电费额.
       DISPLAY "请输入新的每百分点充电费"
           "(还车电量低于取车电量时按差额计收):"
           NO ADVANCING.
       ACCEPT 每点充电费额.
       MOVE 当前操作员 TO 充电设置操作员.
       ACCEPT 充电设置日期 FROM DATE YYYYMMDD.
       REWRITE 充电参数记录.
       CLOSE 充电参数.
       MOVE "充电" TO 审计操作文件.
       MOVE "费率" TO 审计操作类型.
       MOVE 当前操作员 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "充电费率已保存.".

       设置计程参数.
       OPEN I-O 计程参数.
       MOVE 1 TO 计程参数编号.
       READ 计程参数 KEY IS 计程参数编号
       INVALID KEY MOVE 1 TO 计程参数编号
                   MOVE 40 TO 计程基础百分比
                   MOVE 1 TO 每公里费额
                   MOVE SPACE TO 计程设置操作员
                   MOVE 0 TO 计程设置日期
                   WRITE 计程参数记录
       END-READ.
       DISPLAY "当前基础日租金占标准日租金(%):"
           NO ADVANCING.
       DISPLAY 计程基础百分比.
       DISPLAY "当前每公里费:" NO ADVANCING.
       DISPLAY 每公里费额.
       DISPLAY "请输入新的基础日租金百分比(1-100):"
           NO ADVANCING.
       ACCEPT 计程基础百分比.
       IF 计程基础百分比 < 1 OR 计程基础百分比 > 100
       THEN DISPLAY "百分比无效,按40%保存."
            MOVE 40 TO 计程基础百分比
       END-IF.
       DISPLAY "请输入新的每公里费"
           "(按取车至还车全程计收):"
           NO ADVANCING.
       ACCEPT 每公里费额.
       MOVE 当前操作员 TO 计程设置操作员.
       ACCEPT 计程设置日期 FROM DATE YYYYMMDD.
       REWRITE 计程参数记录.
       CLOSE 计程参数.
       MOVE "计程" TO 审计操作文件.
       MOVE "费率" TO 审计操作类型.
       MOVE 当前操作员 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "按里程计费参数已保存,"
           "新预定起生效.".

       设置会员参数.
       OPEN I-O 会员参数.
       MOVE 1 TO 会员参数编号.
       READ 会员参数 KEY IS 会员参数编号
       INVALID KEY MOVE 1 TO 会员参数编号
                   MOVE 300 TO 年费标准额
                   MOVE 5 TO 年费折扣百分比
                   MOVE SPACE TO 会员设置操作员
                   MOVE 0 TO 会员设置日期
                   WRITE 会员参数记录
       END-READ.
       DISPLAY "当前年费会员年费:" NO ADVANCING.
       DISPLAY 年费标准额.
       DISPLAY "当前年费会员租金折扣(%):" NO ADVANCING.
       DISPLAY 年费折扣百分比.
       DISPLAY "请输入新的年费:" NO ADVANCING.
       ACCEPT 年费标准额.
       DISPLAY "请输入新的租金折扣(0-50):" NO ADVANCING.
       ACCEPT 年费折扣百分比.
       IF 年费折扣百分比 > 50
       THEN DISPLAY "折扣无效,按5%保存."
            MOVE 5 TO 年费折扣百分比
       END-IF.
       MOVE 当前操作员 TO 会员设置操作员.
       ACCEPT 会员设置日期 FROM DATE YYYYMMDD.
       REWRITE 会员参数记录.
       CLOSE 会员参数.
       MOVE "会员" TO 审计操作文件.
       MOVE "费率" TO 审计操作类型.
       MOVE 当前操作员 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "年费会员参数已保存.".

       设置推荐参数.
       OPEN I-O 推荐参数.
       MOVE 1 TO 推荐参数编号.
       READ 推荐参数 KEY IS 推荐参数编号
       INVALID KEY MOVE 1 TO 推荐参数编号
                   MOVE 500 TO 推荐奖励标准
                   MOVE SPACE TO 推荐设置操作员
                   MOVE 0 TO 推荐设置日期
                   WRITE 推荐参数记录
       END-READ.
       DISPLAY "当前每次成功推荐奖励积分:" NO ADVANCING.
       DISPLAY 推荐奖励标准.
       DISPLAY "请输入新的奖励积分(0为暂停奖励):"
           NO ADVANCING.
       ACCEPT 推荐奖励标准.
       MOVE 当前操作员 TO 推荐设置操作员.
       ACCEPT 推荐设置日期 FROM DATE YYYYMMDD.
       REWRITE 推荐参数记录.
       CLOSE 推荐参数.
       MOVE "推荐" TO 审计操作文件.
       MOVE "费率" TO 审计操作类型.
       MOVE 当前操作员 TO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "推荐奖励参数已保存.".

       核验超订主管.
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

       写审计记录.
       OPEN I-O 审计.
       MOVE "审计" TO 取号序列参数.
