       01  WS-PEND-VALOR-NOVO      PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-PEND-STATUS-ANTERIOR PIC X(01) VALUE SPACE.
       01  WS-PEND-STATUS-NOVO     PIC X(01) VALUE SPACE.
       01  WS-PEND-DESLIG-IMAGEM   PIC X(120) VALUE SPACES.
       01  WS-PEND-PROX-SEQ        PIC 9(05) VALUE ZEROS.
       01  WS-PEND-FIM-VARRE       PIC X(01) VALUE "N".
           88  PEND-ACABOU-VARREDURA     VALUE "S".
