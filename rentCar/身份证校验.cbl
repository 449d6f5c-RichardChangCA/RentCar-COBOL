       IDENTIFICATION DIVISION.
       PROGRAM-ID.身份证校验.
       AUTHOR.烏烏烏烏烏20152649.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 加权因子值 PIC X(34)
           VALUE "0709100508040201060307091005080402".
       01 加权因子表 REDEFINES 加权因子值.
        05 加权因子 PIC 99 OCCURS 17 TIMES.
       01 校验码值 PIC X(11) VALUE "10X98765432".
       01 校验码表 REDEFINES 校验码值.
        05 校验码 PIC X OCCURS 11 TIMES.
       01 身份证暂存.
        05 身份证本体 PIC X(17).
        05 身份证校验位 PIC X.
       01 身份证视图 REDEFINES 身份证暂存.
        05 身份证位 PIC 9 OCCURS 17 TIMES.
        05 FILLER PIC X.
       01 出生日期视图 REDEFINES 身份证暂存.
        05 FILLER PIC X(6).
        05 出生年 PIC 9(4).
        05 出生月 PIC 99.
        05 出生日 PIC 99.
        05 FILLER PIC X(4).
       77 位下标 PIC 99.
       77 加权合计 PIC 9(4).
       77 加权余数 PIC 99.
       77 加权商 PIC 9(4).
       LINKAGE SECTION.
       77 身份证参数 PIC X(18).
       77 校验结果参数 PIC 9.

       PROCEDURE DIVISION USING 身份证参数 校验结果参数.
       MOVE 0 TO 校验结果参数.
       MOVE 身份证参数 TO 身份证暂存.
       IF 身份证本体 IS NOT NUMERIC
       THEN GO TO 身份证校验-EXIT
       END-IF.
       IF 出生年 < 1900 OR 出生月 < 1 OR 出生月 > 12
          OR 出生日 < 1 OR 出生日 > 31
       THEN GO TO 身份证校验-EXIT
       END-IF.
       MOVE 0 TO 加权合计.
       MOVE 1 TO 位下标.
       PERFORM UNTIL 位下标 > 17
       COMPUTE 加权合计 = 加权合计
           + 身份证位(位下标) * 加权因子(位下标)
       COMPUTE 位下标 = 位下标 + 1
       END-PERFORM.
       DIVIDE 加权合计 BY 11 GIVING 加权商
           REMAINDER 加权余数.
       IF 身份证校验位 = "x"
       THEN MOVE "X" TO 身份证校验位
       END-IF.
       IF 身份证校验位 = 校验码(加权余数 + 1)
       THEN MOVE 1 TO 校验结果参数
       END-IF.
       身份证校验-EXIT.
       EXIT PROGRAM.
