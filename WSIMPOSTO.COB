      *> WSIMPOSTO TAB - WORKING-STORAGE FOR THE INSS/IRRF WITHHOLDING
      *> FACILITY. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> SELTABIMPOSTO.COB / FDTABIMPOSTO.COB. SEE PDIMPOSTO.COB FOR
      *> THE PARAGRAPHS THAT OPERATE ON THESE FIELDS. O CHAMADOR
      *> INFORMA A COMPETENCIA ANTES DE CARREGAR AS TABELAS E, A CADA
      *> CALCULO, A BASE DO INSS, O RENDIMENTO TRIBUTAVEL E A
      *> QUANTIDADE DE DEPENDENTES. A PLR TEM TABELA PROPRIA, ANUAL E
      *> EXCLUSIVA, CARREGADA A PARTE.
       01  WS-IMP-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       01  WS-IMP-FIM-TABELA    PIC X(01) VALUE "N".
           88  IMP-ACABOU-TABELA       VALUE "S".
       01  WS-IMP-TRIBUTO       PIC X(01) VALUE SPACE.
       01  WS-IMP-VIGENCIA      PIC 9(06) VALUE ZEROS.
       01  WS-IMP-VIGENCIA-INSS PIC 9(06) VALUE ZEROS.
       01  WS-IMP-VIGENCIA-IRRF PIC 9(06) VALUE ZEROS.
      *> FAIXAS PROGRESSIVAS DO INSS EM VIGOR
       01  WS-IMP-INSS-QTD      PIC 9(02) VALUE ZEROS.
       01  WS-IMP-INSS-FAIXAS.
           05  WS-IMP-INSS-ENTRADA OCCURS 10 TIMES.
               10  WS-IMP-INSS-PISO PIC 9(06)V9(02).
               10  WS-IMP-INSS-TETO PIC 9(06)V9(02).
               10  WS-IMP-INSS-PERC PIC 9(02)V9(02).
      *> FAIXAS DO IRRF EM VIGOR, COM A PARCELA A DEDUZIR
       01  WS-IMP-IRRF-QTD      PIC 9(02) VALUE ZEROS.
       01  WS-IMP-IRRF-FAIXAS.
           05  WS-IMP-IRRF-ENTRADA OCCURS 10 TIMES.
               10  WS-IMP-IRRF-PISO PIC 9(06)V9(02).
               10  WS-IMP-IRRF-TETO PIC 9(06)V9(02).
               10  WS-IMP-IRRF-PERC PIC 9(02)V9(02).
               10  WS-IMP-IRRF-PARCELA PIC 9(05)V9(02).
       01  WS-IMP-DEDUCAO-DEPENDENTE PIC 9(04)V9(02) VALUE ZEROS.
      *> FAIXAS ANUAIS DA TRIBUTACAO EXCLUSIVA DA PLR (SO CARREGADAS
      *> PELO IMP-CARREGAR-TABELA-PLR)
       01  WS-IMP-VIGENCIA-PLR  PIC 9(06) VALUE ZEROS.
       01  WS-IMP-PLR-QTD       PIC 9(02) VALUE ZEROS.
       01  WS-IMP-PLR-FAIXAS.
           05  WS-IMP-PLR-ENTRADA OCCURS 10 TIMES.
               10  WS-IMP-PLR-PISO PIC 9(06)V9(02).
               10  WS-IMP-PLR-TETO PIC 9(06)V9(02).
               10  WS-IMP-PLR-PERC PIC 9(02)V9(02).
               10  WS-IMP-PLR-PARCELA PIC 9(05)V9(02).
       01  WS-IMP-IDX           PIC 9(02) VALUE ZEROS.
       01  WS-IMP-ACHOU-FAIXA   PIC X(01) VALUE "N".
           88  IMP-FAIXA-ENCONTRADA    VALUE "S".
      *> ENTRADAS DO CALCULO
       01  WS-IMP-BASE-INSS     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-IMP-RENDIMENTO    PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-IMP-QTD-DEPENDENTES PIC 9(02) VALUE ZEROS.
      *> RESULTADOS DO CALCULO: VALOR RETIDO E ALIQUOTA (A EFETIVA NO
      *> INSS PROGRESSIVO, A NOMINAL DA FAIXA NO IRRF) PARA A
      *> REFERENCIA DA RUBRICA
       01  WS-IMP-VL-INSS       PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-IMP-ALIQ-INSS     PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-IMP-BASE-IRRF     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-IMP-VL-IRRF       PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-IMP-ALIQ-IRRF     PIC 9(02)V9(02) VALUE ZEROS.
      *> AREAS DE TRABALHO
       01  WS-IMP-BASE-LIMITADA PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-IMP-LIMITE-ANTERIOR PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-IMP-FATIA         PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-IMP-ACUMULADO     PIC 9(07)V9(04) VALUE ZEROS.
       01  WS-IMP-CALCULO       PIC S9(07)V9(04) VALUE ZEROS.
