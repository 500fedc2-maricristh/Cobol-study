      *> WSHEXTRA TAB - WORKING-STORAGE FOR THE OVERTIME AUTHORIZATION
      *> CHECK. COPIED INTO ANY PROGRAM THAT ALSO COPIES SELAUTHE.COB,
      *> FDAUTHE.COB, SELHERETIDA.COB E FDHERETIDA.COB. SEE
      *> PDHEXTRA.COB. O CHAMADOR INFORMA O DEPARTAMENTO DO
      *> FUNCIONARIO, A DATA DO DIA E SE A RETENCAO E GRAVADA (A
      *> SIMULACAO DA FOLHA SO CALCULA); PARA A LIBERACAO INFORMA
      *> TAMBEM O CODIGO E A COMPETENCIA DA FOLHA.
       01  WS-HE-CODIGO         PIC 9(05) VALUE ZEROS.
       01  WS-HE-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01  WS-HE-DEPARTAMENTO   PIC X(03) VALUE SPACES.
       01  WS-HE-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-HE-GRAVAR         PIC X(01) VALUE "N".
           88  HE-GRAVAR-RETENCAO      VALUE "S".
      *> RESULTADO DA CONFERENCIA DO DIA: O QUE A FOLHA PAGA (ATE O
      *> MAXIMO AUTORIZADO) E O EXCESSO RETIDO
       01  WS-HE-AUTORIZADAS    PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-HE-PAGAVEIS       PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-HE-EXCESSO        PIC 9(02)V9(02) VALUE ZEROS.
      *> SITUACAO DA RETENCAO DO DIA DEPOIS DA CONFERENCIA (BRANCO =
      *> NADA RETIDO)
       01  WS-HE-SITUACAO       PIC X(01) VALUE SPACE.
       01  WS-HE-RETIDA-EXISTE  PIC X(01) VALUE "N".
           88  HE-RETIDA-CADASTRADA    VALUE "S".
      *> HORAS APROVADAS PELO GESTOR LIBERADAS NA FOLHA
       01  WS-HE-LIBERADAS      PIC 9(03)V9(02) VALUE ZEROS.
       01  FIM-DA-RETENCAO-HE   PIC X(01) VALUE "N".
           88  ACABOU-RETENCAO-HE      VALUE "S".
