      *> WSPENSAO TAB - WORKING-STORAGE FOR THE ALIMONY FACILITY.
      *> COPIED INTO ANY PROGRAM THAT ALSO COPIES SELPENSAO.COB /
      *> FDPENSAO.COB E SELPENSAOPAG.COB / FDPENSAOPAG.COB. SEE
      *> PDPENSAO.COB FOR THE PARAGRAPHS THAT OPERATE ON THESE FIELDS.
      *> O CHAMADOR INFORMA O FUNCIONARIO, A ORIGEM DO PAGAMENTO, A
      *> COMPETENCIA, O BRUTO E AS RETENCOES LEGAIS (INSS + IRRF) E SE
      *> O PAGAMENTO DEVE SER GRAVADO NO ARQUIVO PENSAOPAG.
       01  WS-PENS-CODIGO       PIC 9(05) VALUE ZEROS.
       01  WS-PENS-ORIGEM       PIC X(01) VALUE "F".
           88  PENS-ORIGEM-FOLHA       VALUE "F".
           88  PENS-ORIGEM-13          VALUE "T".
           88  PENS-ORIGEM-RESCISAO    VALUE "R".
       01  WS-PENS-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       01  WS-PENS-BRUTO        PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PENS-DESC-LEGAIS  PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PENS-EMPRESA      PIC X(02) VALUE "01".
       01  WS-PENS-GRAVAR       PIC X(01) VALUE "N".
           88  PENS-GRAVAR-PAGAMENTO   VALUE "S".
      *> RESULTADO: TOTAL RETIDO E QUANTIDADE DE ORDENS APLICADAS
       01  WS-PENS-VL-TOTAL     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PENS-QTD-ORDENS   PIC 9(02) VALUE ZEROS.
      *> AREAS DE TRABALHO
       01  WS-PENS-FIM-ORDENS   PIC X(01) VALUE "N".
           88  PENS-ACABOU-ORDENS      VALUE "S".
       01  WS-PENS-LIQUIDO      PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PENS-DISPONIVEL   PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PENS-VL-ORDEM     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PENS-INI-ANOMES   PIC 9(06) VALUE ZEROS.
       01  WS-PENS-FIM-ANOMES   PIC 9(06) VALUE ZEROS.
       01  WS-PENS-DT-GERACAO   PIC 9(08) VALUE ZEROS.
