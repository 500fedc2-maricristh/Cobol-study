      *> WSRECEPCAO TAB - WORKING-STORAGE FOR THE INCOMING FILE
      *> REGISTRY. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> SELRECEPCAO.COB, FDRECEPCAO.COB, SELRECEBIDO.COB E
      *> FDRECEBIDO.COB. SEE PDRECEPCAO.COB FOR THE PARAGRAPHS THAT
      *> OPERATE ON THESE FIELDS. O CHAMADOR INFORMA O NOME FISICO, A
      *> ORIGEM, O PROGRAMA, O FORMATO DO ARQUIVO, O OPERADOR E O
      *> NIVEL DO OPERADOR DA SESSAO (SO O NIVEL 2 FORCA UM
      *> REPROCESSAMENTO).
       01  WS-RCP-ARQUIVO       PIC X(30) VALUE SPACES.
       01  WS-RCP-ORIGEM        PIC X(08) VALUE SPACES.
       01  WS-RCP-PROGRAMA      PIC X(08) VALUE SPACES.
       01  WS-RCP-OPERADOR      PIC X(10) VALUE SPACES.
       01  WS-RCP-NIVEL-OPERADOR PIC 9(01) VALUE ZERO.
      *> "P" = TRAILER PADRAO "TRL" DAS INTERFACES; "B" = HEADER "1",
      *> DETALHES "2" E TRAILER "9" DO RETORNO DO BANCO
       01  WS-RCP-FORMATO       PIC X(01) VALUE "P".
           88  RCP-FORMATO-PADRAO      VALUE "P".
           88  RCP-FORMATO-BANCO       VALUE "B".
      *> RESULTADO DA VARREDURA DO ARQUIVO
       01  WS-RCP-REGISTROS     PIC 9(07) VALUE ZEROS.
       01  WS-RCP-HASH          PIC 9(10) VALUE ZEROS.
       01  WS-RCP-TEM-TRAILER   PIC X(01) VALUE "N".
           88  RCP-TRAILER-PRESENTE    VALUE "S".
       01  WS-RCP-TRL-TOTAL     PIC 9(07) VALUE ZEROS.
       01  WS-RCP-DATA-ARQUIVO  PIC 9(08) VALUE ZEROS.
      *> SITUACAO DA RECEPCAO, GRAVADA NO REGISTRO DO ARQUIVO
       01  WS-RCP-SITUACAO      PIC X(01) VALUE SPACE.
           88  RCP-LIBERADO            VALUE "L".
           88  RCP-FORCADO             VALUE "F".
           88  RCP-DUPLICADO           VALUE "D".
           88  RCP-TRAILER-DIVERGENTE  VALUE "T".
           88  RCP-PODE-PROCESSAR      VALUES "L" "F".
       01  WS-RCP-OPCAO         PIC X(01).
       01  FIM-DO-RECEBIDO      PIC X(01) VALUE "N".
           88  ACABOU-RECEBIDO         VALUE "S".
       01  FIM-DA-ASSINATURA    PIC X(01) VALUE "N".
           88  ACABOU-ASSINATURA       VALUE "S".
      *> HASH DE CONTROLE: CADA LINHA SOMA O CODIGO DE CADA CARACTER
      *> NAO BRANCO PESADO PELA POSICAO, E O ACUMULADO DO ARQUIVO E
      *> (ACUMULADO * 31 + SOMA DA LINHA) MODULO UM PRIMO, O QUE PEGA
      *> TAMBEM A TROCA DE ORDEM DAS LINHAS
       01  WS-RCP-POS           PIC 9(03) VALUE ZEROS.
       01  WS-RCP-SOMA-LINHA    PIC 9(09) VALUE ZEROS.
       01  WS-RCP-ACUMULADO     PIC 9(12) VALUE ZEROS.
       01  WS-RCP-PRIMO         PIC 9(10) VALUE 999999937.
      *> RECEPCAO ANTERIOR DO MESMO CONTEUDO, PARA O AVISO
       01  WS-RCP-ANT-DATA      PIC 9(08) VALUE ZEROS.
       01  WS-RCP-ANT-HORA      PIC 9(08) VALUE ZEROS.
       01  WS-RCP-ANT-OPERADOR  PIC X(10) VALUE SPACES.
