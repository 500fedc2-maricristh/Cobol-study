       01  WS-CPF-IGUAIS     PIC 9(02) VALUE ZEROS.
       01  WS-CPF-DIGITO-OK  PIC X(01) VALUE "N".
           88  CPF-DIGITOS-VALIDOS   VALUE "S".
      *> CRITICA DO TIPO DE CONTRATO E DO FIM DO PERIODO CORRENTE
      *> (PRAZO MAXIMO EM DIAS CORRIDOS POR TIPO); VIDE
      *> VALIDAR-CONTRATO NO PDVALFUNC TAB
       01  WS-CONTRATO-OK    PIC X(01) VALUE "N".
           88  CONTRATO-VALIDO       VALUE "S".
       01  WS-CONTRATO-ERRO  PIC X(40) VALUE SPACES.
       01  WS-CONTRATO-ADMISSAO PIC 9(08) VALUE ZEROS.
       01  WS-CONTRATO-DIAS  PIC S9(07) VALUE ZEROS.
       01  WS-CONTRATO-MAX-DIAS PIC 9(04) VALUE ZEROS.
      *> CRITICA DA FORMA DE PAGAMENTO E DERIVACAO DO SALARIO DE
      *> REFERENCIA DO HORISTA (VALOR DA HORA X JORNADA MENSAL); VIDE
      *> VALIDAR-FORMA-PAGAMENTO NO PDVALFUNC TAB
       01  WS-PAGAMENTO-OK   PIC X(01) VALUE "N".
           88  PAGAMENTO-VALIDO      VALUE "S".
       01  WS-PAGAMENTO-ERRO PIC X(40) VALUE SPACES.
       01  WS-HORAS-MES-REFERENCIA PIC 9(03) VALUE 220.
      *> CRITICA DO GESTOR IMEDIATO: A CADEIA DE GESTORES E SUBIDA NO
      *> MASTER ATE O TOPO PARA RECUSAR CICLOS; VIDE VALIDAR-GESTOR NO
      *> PDVALFUNC TAB
       01  WS-GESTOR-OK      PIC X(01) VALUE "N".
           88  GESTOR-VALIDO         VALUE "S".
       01  WS-GESTOR-ERRO    PIC X(40) VALUE SPACES.
       01  WS-GESTOR-ORIGEM  PIC 9(05) VALUE ZEROS.
       01  WS-GESTOR-PROXIMO PIC 9(05) VALUE ZEROS.
       01  WS-GESTOR-NIVEL   PIC 9(03) VALUE ZEROS.
       01  WS-GESTOR-NOME    PIC X(30) VALUE SPACES.
       01  WS-GESTOR-MAX-NIVEIS PIC 9(03) VALUE 100.
      *> A SUBIDA LE O MASTER E SUBSTITUI O BUFFER; O REGISTRO EM
      *> CRITICA E GUARDADO E REPOSTO
       01  WS-GESTOR-REGISTRO-GUARDADO PIC X(290).
