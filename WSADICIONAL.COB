      *> WSADICIONAL TAB - WORKING-STORAGE FOR THE HAZARD-PAY FACILITY
      *> (ADICIONAL DE INSALUBRIDADE / PERICULOSIDADE DO CARGO).
      *> COPIED INTO ANY PROGRAM THAT ALSO COPIES SELCARGO.COB /
      *> FDCARGO.COB. SEE PDADICIONAL.COB FOR THE PARAGRAPHS THAT
      *> OPERATE ON THESE FIELDS. O CHAMADOR INFORMA O SALARIO SOBRE
      *> O QUAL INCIDE A PERICULOSIDADE; A INSALUBRIDADE INCIDE SOBRE
      *> O SALARIO MINIMO NACIONAL.
       01  WS-ADIC-SALARIO-MINIMO PIC 9(06)V9(02) VALUE 1412.00.
       01  WS-ADIC-PERC-PERICULOSO PIC 9(02)V9(02) VALUE 30.00.
       01  WS-ADIC-PERC-GRAU-1  PIC 9(02)V9(02) VALUE 10.00.
       01  WS-ADIC-PERC-GRAU-2  PIC 9(02)V9(02) VALUE 20.00.
       01  WS-ADIC-PERC-GRAU-3  PIC 9(02)V9(02) VALUE 40.00.
      *> ENTRADA
       01  WS-ADIC-SALARIO-BASE PIC 9(06)V9(02) VALUE ZEROS.
      *> RESULTADO: TIPO DO ADICIONAL, PERCENTUAL E VALOR MENSAL
      *> INTEGRAL (SEM PRORRATEIO)
       01  WS-ADIC-TIPO         PIC X(01) VALUE "N".
           88  ADIC-SEM-ADICIONAL      VALUE "N".
           88  ADIC-INSALUBRIDADE      VALUE "I".
           88  ADIC-PERICULOSIDADE     VALUE "P".
       01  WS-ADIC-GRAU         PIC X(01) VALUE SPACE.
       01  WS-ADIC-PERCENTUAL   PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-ADIC-VALOR        PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-ADIC-DESCRICAO    PIC X(20) VALUE SPACES.
