      *> WSEXAME TAB - WORKING-STORAGE FOR THE OCCUPATIONAL HEALTH
      *> EXAM FACILITY (ASO). COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> SELEXAME.COB / FDEXAME.COB. SEE PDEXAME.COB FOR THE
      *> PARAGRAPHS THAT OPERATE ON THESE FIELDS.
       01  WS-EXA-PERIODICIDADE-PADRAO PIC 9(02) VALUE 12.
       01  WS-EXA-CODIGO        PIC 9(05) VALUE ZEROS.
       01  WS-EXA-SEQUENCIA     PIC 9(03) VALUE ZEROS.
       01  WS-EXA-MESES         PIC 9(02) VALUE ZEROS.
       01  FIM-DOS-EXAMES       PIC X(01) VALUE "N".
           88  ACABOU-EXAMES           VALUE "S".
      *> DATA DO EXAME REALIZADO E VENCIMENTO CALCULADO (AAAAMMDD)
       01  WS-EXA-DT-BASE.
           05  WS-EXA-BASE-ANO  PIC 9(04).
           05  WS-EXA-BASE-MES  PIC 9(02).
           05  WS-EXA-BASE-DIA  PIC 9(02).
       01  WS-EXA-DT-VENCIMENTO.
           05  WS-EXA-VENC-ANO  PIC 9(04).
           05  WS-EXA-VENC-MES  PIC 9(02).
           05  WS-EXA-VENC-DIA  PIC 9(02).
       01  WS-EXA-DT-VENCIMENTO-N REDEFINES WS-EXA-DT-VENCIMENTO
                                PIC 9(08).
       01  WS-EXA-TOTAL-MESES   PIC 9(06) VALUE ZEROS.
       01  WS-EXA-ULTIMO-DIA    PIC 9(02) VALUE ZEROS.
       01  WS-EXA-QUOCIENTE     PIC 9(04) VALUE ZEROS.
       01  WS-EXA-RESTO-4       PIC 9(03) VALUE ZEROS.
       01  WS-EXA-RESTO-100     PIC 9(03) VALUE ZEROS.
       01  WS-EXA-RESTO-400     PIC 9(03) VALUE ZEROS.
      *> ULTIMO DIA DE CADA MES (FEVEREIRO AJUSTADO NO BISSEXTO)
       01  WS-EXA-TAB-DIAS-VALORES.
           05  FILLER           PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-EXA-TAB-DIAS REDEFINES WS-EXA-TAB-DIAS-VALORES.
           05  WS-EXA-DIAS-MES  PIC 9(02) OCCURS 12 TIMES.
