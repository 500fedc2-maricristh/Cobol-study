      *> WSHORISTA TAB - WORKING-STORAGE FOR THE HOURLY-PAY AVERAGE
      *> FACILITY. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> SELPONTO.COB / FDPONTO.COB AND THE CALENDAR FACILITY
      *> (SELCALEND / FDCALEND / WSCALEND / PDCALEND). SEE
      *> PDHORISTA.COB FOR THE PARAGRAPHS THAT OPERATE ON THESE.
      *> COMPETENCIA DE REFERENCIA: A MEDIA USA OS 12 MESES
      *> ANTERIORES A ELA
       01  WS-HOR-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01  WS-HOR-COMP-INICIO   PIC 9(06) VALUE ZEROS.
       01  WS-HOR-COMP-LIDA     PIC 9(06) VALUE ZEROS.
       01  WS-HOR-CALEND-SALVO  PIC 9(06) VALUE ZEROS.
       01  WS-HOR-FIM-PONTO     PIC X(01) VALUE "N".
           88  HOR-ACABOU-PONTO        VALUE "S".
       01  WS-HOR-HORAS-MES     PIC 9(04)V9(02) VALUE ZEROS.
       01  WS-HOR-DSR-HORAS     PIC 9(04)V9(02) VALUE ZEROS.
       01  WS-HOR-HORAS-TOTAL   PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-HOR-QTD-MESES     PIC 9(02) VALUE ZEROS.
       01  WS-HOR-DIAS-TRABALHO PIC 9(02) VALUE ZEROS.
      *> RESULTADO: MEDIA MENSAL DE HORAS (COM O DSR) E O SALARIO
      *> MENSAL QUE ELA REPRESENTA
       01  WS-HOR-MEDIA-HORAS   PIC 9(04)V9(02) VALUE ZEROS.
       01  WS-HOR-SALARIO-BASE  PIC 9(06)V9(02) VALUE ZEROS.
