       77 本车类别名 PIC X(4).
       77 本车日租金 PIC 999.
       77 可用车辆数 PIC 9(3).
       77 本车厂家 PIC X(10).
       77 本车型号 PIC X(5).
       77 规格要求选择 PIC 9.
       77 要求变速箱 PIC X.
       77 要求座位数 PIC 9(2).
       77 要求燃料 PIC X.
       77 要求行李数 PIC 9(2).
       77 规格描述暂存 PIC X(40).
       77 规格符合暂存 PIC 9.
       01 车辆扫描是否完了 PIC 9.
        88 车辆扫描完了 VALUE 1.
        88 车辆扫描未完 VALUE 0.
       ACCEPT 查询起日期.
       DISPLAY "请输入需求截止日期(YYYYMMDD):" NO ADVANCING.
       ACCEPT 查询止日期.
       DISPLAY "请选择类别(1小车 2中车 3大车 4贵车,"
           "全部请输入0):"
           NO ADVANCING.
       ACCEPT 类别筛选.
       PERFORM 输入规格要求.
       DISPLAY SPACE.
       DISPLAY "--该区间整段可用的车辆"
           "(类别/车牌/日租金/规格)--".
       MOVE 0 TO 可用车辆数.
       IF 类别筛选 = 0 OR 类别筛选 = 1
       THEN PERFORM 扫描小车
            MOVE 小车号 TO 本车编号
            MOVE "小车" TO 本车类别名
            MOVE 小车日租金 TO 本车日租金
            MOVE 小车车厂家1(2:10) TO 本车厂家
            MOVE 小车车型号2(2:5) TO 本车型号
            PERFORM 检查单车空档
       END-IF
       END-READ
            MOVE 中车号 TO 本车编号
            MOVE "中车" TO 本车类别名
            MOVE 中车日租金 TO 本车日租金
            MOVE 中车车厂家1(2:10) TO 本车厂家
            MOVE 中车车型号2(2:5) TO 本车型号
            PERFORM 检查单车空档
       END-IF
       END-READ
            MOVE 大车号 TO 本车编号
            MOVE "大车" TO 本车类别名
            MOVE 大车日租金 TO 本车日租金
            MOVE 大车车厂(2:10) TO 本车厂家
            MOVE 大车车型号(2:5) TO 本车型号
            PERFORM 检查单车空档
       END-IF
       END-READ
            MOVE 贵车号 TO 本车编号
            MOVE "贵车" TO 本车类别名
            MOVE 贵车日租金 TO 本车日租金
            MOVE 贵车车厂(2:10) TO 本车厂家
            MOVE 贵车车型号(2:5) TO 本车型号
            PERFORM 检查单车空档
       END-IF
       END-READ

       检查单车空档.
       SET 空闲 TO TRUE.
       CALL "规格匹配" USING 本车厂家 本车型号
           要求变速箱 要求座位数 要求燃料 要求行李数
           规格描述暂存 规格符合暂存.
       IF 规格符合暂存 = 0
       THEN SET 被占用 TO TRUE
       END-IF.
       IF 空闲
       THEN PERFORM 检查预定占用
       END-IF.
       IF 空闲
       THEN PERFORM 检查维修占用
       END-IF.
            DISPLAY " " NO ADVANCING
            DISPLAY 本车车牌 NO ADVANCING
            DISPLAY " 日租金:" NO ADVANCING
            DISPLAY 本车日租金 NO ADVANCING
            DISPLAY " " NO ADVANCING
            DISPLAY 规格描述暂存
            COMPUTE 可用车辆数 = 可用车辆数 + 1
       END-IF.

       输入规格要求.
       MOVE SPACE TO 要求变速箱 要求燃料.
       MOVE 0 TO 要求座位数 要求行李数.
       DISPLAY "是否有必备车型规格要求"
           "(有请输入1,无请输入0):"
           NO ADVANCING.
       ACCEPT 规格要求选择.
       IF 规格要求选择 = 1
       THEN DISPLAY "变速箱(A自动 M手动,不限直接回车):"
                NO ADVANCING
            ACCEPT 要求变速箱
            DISPLAY "最少座位数(不限输入0):" NO ADVANCING
            ACCEPT 要求座位数
            DISPLAY "燃料(G汽油 D柴油 E电动 H混动,"
                "不限直接回车):" NO ADVANCING
            ACCEPT 要求燃料
            DISPLAY "最少行李件数(不限输入0):" NO ADVANCING
            ACCEPT 要求行李数
       END-IF.

       检查预定占用.
       OPEN INPUT 预定.
       SET 没完了 TO TRUE.
       AT END SET 完了 TO TRUE
       NOT AT END
       IF 预定车牌照 = 本车车牌
       THEN IF (归还止 < 查询起日期)
               OR (预定起 > 查询止日期)
            THEN CONTINUE
            ELSE SET 被占用 TO TRUE
            END-IF
       THEN IF 维修登记日期 <= 查询止日期
            THEN SET 被占用 TO TRUE
            END-IF
       ELSE IF (恢复日期 < 查询起日期)
               OR (维修登记日期 > 查询止日期)
            THEN CONTINUE
            ELSE SET 被占用 TO TRUE
            END-IF
