      *> WSQUADRO TAB - WORKING-STORAGE FOR THE APPROVED HEADCOUNT
      *> CHECK. COPIED INTO ANY PROGRAM THAT ALSO COPIES SELQUADRO.COB
      *> / FDQUADRO.COB. SEE PDQUADRO.COB FOR THE PARAGRAPHS THAT
      *> OPERATE ON THESE FIELDS. O CHAMADOR INFORMA O DEPARTAMENTO E
      *> O CARGO DE DESTINO, O CODIGO DO FUNCIONARIO (QUE NAO CONTA
      *> COMO OCUPANTE) E O NIVEL DO OPERADOR DA SESSAO (ZERO NOS
      *> LOTES SEM OPERADOR, QUE NAO PODEM LIBERAR).
       01  WS-QDR-DEPARTAMENTO  PIC X(03) VALUE SPACES.
       01  WS-QDR-CARGO         PIC X(03) VALUE SPACES.
       01  WS-QDR-CODIGO        PIC 9(05) VALUE ZEROS.
       01  WS-QDR-NIVEL-OPERADOR PIC 9(01) VALUE ZERO.
       01  WS-QDR-APROVADAS     PIC 9(04) VALUE ZEROS.
       01  WS-QDR-OCUPADAS      PIC 9(04) VALUE ZEROS.
       01  WS-QDR-SITUACAO      PIC X(01) VALUE SPACE.
           88  QDR-VAGA-DISPONIVEL     VALUE "S".
           88  QDR-SEM-VAGA            VALUE "N".
           88  QDR-FORA-DO-QUADRO      VALUE "Q".
       01  WS-QDR-LIBERACAO     PIC X(01) VALUE SPACE.
           88  QDR-MOVIMENTO-PERMITIDO VALUES "S" "L".
           88  QDR-LIBERADO-SUPERVISOR VALUE "L".
       01  WS-QDR-OPCAO         PIC X(01).
       01  FIM-DO-MASTER-QDR    PIC X(01) VALUE "N".
           88  ACABOU-MASTER-QDR       VALUE "S".
      *> A CONTAGEM PERCORRE O MASTER E SUBSTITUI O BUFFER; A IMAGEM
      *> EM MONTAGEM E GUARDADA E REPOSTA
       01  WS-QDR-REGISTRO-GUARDADO PIC X(290).
