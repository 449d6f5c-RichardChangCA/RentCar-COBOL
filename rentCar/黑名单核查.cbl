       IDENTIFICATION DIVISION.
       PROGRAM-ID.黑名单核查.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPTIONAL 黑名单 ASSIGN TO "行业黑名单.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 黑名单编号
        ALTERNATE RECORD KEY IS 黑名单身份证 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 黑名单驾照 WITH DUPLICATES
        ALTERNATE RECORD KEY IS 黑名单电话 WITH DUPLICATES.

        SELECT OPTIONAL 顾客身份 ASSIGN TO "顾客身份.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 身份顾客号
        ALTERNATE RECORD KEY IS 身份证号 WITH DUPLICATES.

        SELECT OPTIONAL 操作员档 ASSIGN TO "操作员.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 档操作员编号.

        SELECT 审计 ASSIGN TO "审计.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS 审计编号.

       DATA DIVISION.
       FILE SECTION.
       FD 黑名单.
       01 黑名单记录.
        05 黑名单编号 PIC 9(6).
        05 黑名单姓名 PIC X(10).
        05 黑名单身份证 PIC X(18).
        05 黑名单驾照 PIC X(12).
        05 黑名单电话 PIC 9(11).
        05 黑名单原因 PIC X(20).
        05 黑名单导入日期 PIC 9(8).
       FD 顾客身份.
       01 顾客身份记录.
        05 身份顾客号 PIC 9(6).
        05 身份证号 PIC X(18).
        05 身份登记日期 PIC 9(8).
       FD 操作员档.
       01 操作员档记录.
        05 档操作员编号 PIC X(6).
        05 档操作员姓名 PIC X(10).
        05 档操作员口令 PIC X(8).
        05 档操作员级别 PIC 9.
        05 档操作员状态 PIC 9.
         88 档操作员启用 VALUE 1.
         88 档操作员停用 VALUE 0.
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
       77 本人身份证 PIC X(18).
       77 命中依据 PIC X(8).
       77 主管编号输入 PIC X(6).
       77 主管口令输入 PIC X(8).
       01 主管是否通过 PIC 9.
        88 主管通过 VALUE 1.
        88 主管未通过 VALUE 0.
       01 是否命中 PIC 9.
        88 命中 VALUE 1.
        88 未命中 VALUE 0.
       77 审计操作文件 PIC X(8).
       77 审计操作类型 PIC X(8).
       77 审计操作键 PIC X(12).
       LINKAGE SECTION.
       77 当前操作员 PIC X(6).
       77 核查顾客号参数 PIC 9(6).
       77 核查电话参数 PIC 9(11).
       77 核查驾照参数 PIC X(12).
       77 核查结果参数 PIC 9.

       PROCEDURE DIVISION USING 当前操作员 核查顾客号参数
           核查电话参数 核查驾照参数 核查结果参数.
       MOVE 0 TO 核查结果参数.
       SET 未命中 TO TRUE.
       MOVE SPACE TO 本人身份证.
       OPEN INPUT 顾客身份.
       MOVE 核查顾客号参数 TO 身份顾客号.
       READ 顾客身份 KEY IS 身份顾客号
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 身份证号 TO 本人身份证
       END-READ.
       CLOSE 顾客身份.
       OPEN INPUT 黑名单.
       IF 本人身份证 NOT = SPACE
       THEN MOVE 本人身份证 TO 黑名单身份证
            READ 黑名单 KEY IS 黑名单身份证
            INVALID KEY CONTINUE
            NOT INVALID KEY SET 命中 TO TRUE
                            MOVE "身份证" TO 命中依据
            END-READ
       END-IF.
       IF 未命中 AND 核查驾照参数 NOT = SPACE
       THEN MOVE 核查驾照参数 TO 黑名单驾照
            READ 黑名单 KEY IS 黑名单驾照
            INVALID KEY CONTINUE
            NOT INVALID KEY SET 命中 TO TRUE
                            MOVE "驾驶证" TO 命中依据
            END-READ
       END-IF.
       IF 未命中 AND 核查电话参数 NOT = 0
       THEN MOVE 核查电话参数 TO 黑名单电话
            READ 黑名单 KEY IS 黑名单电话
            INVALID KEY CONTINUE
            NOT INVALID KEY SET 命中 TO TRUE
                            MOVE "电话" TO 命中依据
            END-READ
       END-IF.
       CLOSE 黑名单.
       IF 未命中
       THEN GO TO 黑名单核查-EXIT
       END-IF.
       DISPLAY "*该顾客与行业不良租车人名单相符*".
       DISPLAY "相符依据:" NO ADVANCING.
       DISPLAY 命中依据.
       DISPLAY "名单姓名:" NO ADVANCING.
       DISPLAY 黑名单姓名.
       DISPLAY "列入原因:" NO ADVANCING.
       DISPLAY 黑名单原因.
       MOVE 1 TO 核查结果参数.
       DISPLAY "如需放行请主管核准.".
       DISPLAY "请输入主管编号(不放行请直接回车):"
           NO ADVANCING.
       MOVE SPACE TO 主管编号输入.
       ACCEPT 主管编号输入.
       IF 主管编号输入 = SPACE
       THEN GO TO 黑名单核查-EXIT
       END-IF.
       DISPLAY "请输入主管口令:" NO ADVANCING.
       ACCEPT 主管口令输入.
       PERFORM 核验放行主管.
       IF 主管未通过
       THEN DISPLAY "主管核验未通过,不予放行."
            GO TO 黑名单核查-EXIT
       END-IF.
       MOVE 2 TO 核查结果参数.
       MOVE "黑名单" TO 审计操作文件.
       MOVE "放行" TO 审计操作类型.
       MOVE SPACE TO 审计操作键.
       STRING 核查顾客号参数 DELIMITED BY SIZE
              主管编号输入 DELIMITED BY SIZE
         INTO 审计操作键.
       PERFORM 写审计记录.
       DISPLAY "主管已核准放行,已记入审计.".
       黑名单核查-EXIT.
       EXIT PROGRAM.

       核验放行主管.
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
