       IDENTIFICATION DIVISION.
       PROGRAM-ID.保修核查.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 车辆主档 ASSIGN TO "车辆主档.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 主档主键
        ALTERNATE RECORD KEY IS 主档车牌照 WITH DUPLICATES.

        SELECT OPTIONAL 保修条款 ASSIGN TO "保修条款.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 条款主键.

        SELECT OPTIONAL 保修索赔 ASSIGN TO "保修索赔.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 索赔编号
        ALTERNATE RECORD KEY IS 索赔维修编号 WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
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
       FD 保修条款.
       01 保修条款记录.
        05 条款主键.
         10 条款厂家 PIC X(10).
         10 条款型号 PIC X(5).
        05 保修月数 PIC 9(3).
        05 保修公里 PIC 9(6).
       FD 保修索赔.
       01 保修索赔记录.
        05 索赔编号 PIC 9(6).
        05 索赔维修编号 PIC 9(6).
        05 索赔车牌照 PIC X(6).
        05 索赔厂家 PIC X(10).
        05 索赔型号 PIC X(5).
        05 索赔维修日期 PIC 9(8).
        05 索赔金额 PIC 9(6).
        05 提交日期 PIC 9(8).
        05 索赔状态 PIC 9.
         88 索赔已提交 VALUE 1.
         88 索赔已批准 VALUE 2.
         88 索赔已报销 VALUE 3.
         88 索赔已拒绝 VALUE 4.
        05 批准金额 PIC 9(6).
        05 报销金额 PIC 9(6).
        05 状态日期 PIC 9(8).
        05 拒绝原因 PIC X(20).

       WORKING-STORAGE SECTION.
       77 取号序列参数 PIC X(8).
       77 取号结果参数 PIC 9(8).
       77 今日日期 PIC 9(8).
       77 本车厂家 PIC X(10).
       77 本车型号 PIC X(5).
       77 本车购置日期 PIC 9(8).
       77 本车公里数 PIC 9(6).
       77 购置年 PIC 9(4).
       77 购置月 PIC 9(2).
       77 购置日 PIC 9(2).
       77 月序 PIC 9(6).
       77 到期年 PIC 9(4).
       77 到期月 PIC 9(2).
       77 到期日期 PIC 9(8).
       01 是否找到 PIC 9.
        88 找到 VALUE 1.
        88 没找到 VALUE 0.
       LINKAGE SECTION.
       77 保修模式参数 PIC 9.
       77 保修车牌参数 PIC X(6).
       77 保修维修编号参数 PIC 9(6).
       77 保修金额参数 PIC 9(6).
       77 保修日期参数 PIC 9(8).
       77 保修结果参数 PIC 9.

       PROCEDURE DIVISION USING 保修模式参数 保修车牌参数
           保修维修编号参数 保修金额参数
           保修日期参数 保修结果参数.
       MOVE 0 TO 保修结果参数.
       PERFORM 读取主档车辆.
       IF 没找到 OR 本车购置日期 = 0
       THEN GO TO 保修核查-EXIT
       END-IF.
       PERFORM 读取保修条款.
       IF 没找到
       THEN GO TO 保修核查-EXIT
       END-IF.
       COMPUTE 购置年 = 本车购置日期 / 10000.
       COMPUTE 购置月 = 本车购置日期 / 100 - 购置年 * 100.
       COMPUTE 购置日 = 本车购置日期 - 购置年 * 10000
           - 购置月 * 100.
       COMPUTE 月序 = 购置年 * 12 + 购置月 - 1 + 保修月数.
       COMPUTE 到期年 = 月序 / 12.
       COMPUTE 到期月 = 月序 - 到期年 * 12 + 1.
       COMPUTE 到期日期 = 到期年 * 10000 + 到期月 * 100
           + 购置日.
       IF 保修日期参数 >= 到期日期
       THEN GO TO 保修核查-EXIT
       END-IF.
       IF 保修公里 > 0 AND 本车公里数 > 保修公里
       THEN GO TO 保修核查-EXIT
       END-IF.
       MOVE 1 TO 保修结果参数.
       IF 保修模式参数 NOT = 2 OR 保修金额参数 = 0
       THEN GO TO 保修核查-EXIT
       END-IF.
       PERFORM 开立保修索赔 THRU 开立保修索赔-EXIT.
       保修核查-EXIT.
       EXIT PROGRAM.

       读取主档车辆.
       SET 没找到 TO TRUE.
       OPEN INPUT 车辆主档.
       MOVE 保修车牌参数 TO 主档车牌照.
       READ 车辆主档 KEY IS 主档车牌照
       INVALID KEY CONTINUE
       NOT INVALID KEY
       SET 找到 TO TRUE
       MOVE 主档厂家 TO 本车厂家
       MOVE 主档型号 TO 本车型号
       MOVE 主档购置日期 TO 本车购置日期
       MOVE 主档公里数 TO 本车公里数
       END-READ.
       CLOSE 车辆主档.

       读取保修条款.
       SET 没找到 TO TRUE.
       OPEN INPUT 保修条款.
       MOVE 本车厂家 TO 条款厂家.
       MOVE 本车型号 TO 条款型号.
       READ 保修条款 KEY IS 条款主键
       INVALID KEY CONTINUE
       NOT INVALID KEY SET 找到 TO TRUE
       END-READ.
       IF 没找到
       THEN MOVE 本车厂家 TO 条款厂家
            MOVE SPACE TO 条款型号
            READ 保修条款 KEY IS 条款主键
            INVALID KEY CONTINUE
            NOT INVALID KEY SET 找到 TO TRUE
            END-READ
       END-IF.
       CLOSE 保修条款.

       开立保修索赔.
       OPEN I-O 保修索赔.
       MOVE 保修维修编号参数 TO 索赔维修编号.
       READ 保修索赔 KEY IS 索赔维修编号
       INVALID KEY CONTINUE
       NOT INVALID KEY
       MOVE 3 TO 保修结果参数
       END-READ.
       IF 保修结果参数 = 3
       THEN CLOSE 保修索赔
            GO TO 开立保修索赔-EXIT
       END-IF.
       ACCEPT 今日日期 FROM DATE YYYYMMDD.
       MOVE "索赔" TO 取号序列参数.
       CALL "取号" USING 取号序列参数 取号结果参数.
       MOVE 取号结果参数 TO 索赔编号.
       MOVE 保修维修编号参数 TO 索赔维修编号.
       MOVE 保修车牌参数 TO 索赔车牌照.
       MOVE 本车厂家 TO 索赔厂家.
       MOVE 本车型号 TO 索赔型号.
       MOVE 保修日期参数 TO 索赔维修日期.
       MOVE 保修金额参数 TO 索赔金额.
       MOVE 今日日期 TO 提交日期.
       SET 索赔已提交 TO TRUE.
       MOVE 0 TO 批准金额 报销金额.
       MOVE 今日日期 TO 状态日期.
       MOVE SPACE TO 拒绝原因.
       WRITE 保修索赔记录.
       CLOSE 保修索赔.
       MOVE 2 TO 保修结果参数.
       开立保修索赔-EXIT.
       EXIT.
