           05  WS-CALEND-MES     PIC 9(02).
       01  WS-CALEND-ULTIMO-DIA PIC 9(02) VALUE ZEROS.
       01  WS-CALEND-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
       01  WS-CALEND-DIAS-REPOUSO PIC 9(02) VALUE ZEROS.
       01  WS-CALEND-DIA        PIC 9(02) VALUE ZEROS.
       01  WS-CALEND-DIA-CORRIDO PIC 9(07) VALUE ZEROS.
       01  WS-CALEND-DIA-SEMANA PIC 9(01) VALUE ZEROS.
