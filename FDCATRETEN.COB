      *> FDCATRETEN TAB - FILE DESCRIPTION FOR THE RETENTION ARCHIVE
      *> CATALOG. UMA ENTRADA POR ARQUIVO DE RETENCAO GRAVADO PELO
      *> PROG135: ARQUIVO DE ORIGEM (PONTO, FOLHAEVT, AUDITORIA,
      *> JORNAL, SALHIST), NOME FISICO DATADO, CORTE APLICADO (TUDO
      *> ANTERIOR A ELE SAIU DO ARQUIVO ATIVO), DATA MAIS ANTIGA E MAIS
      *> RECENTE DOS REGISTROS RETIDOS, DATA/HORA DA GRAVACAO E A
      *> CONTAGEM (A MESMA DO TRAILER "TRL"). NO MESMO MOLDE DO
      *> CATALOGO DE BACKUP DO PROG39.
       FD  ARQUIVO-CATRETEN
           LABEL RECORD STANDARD.
       01  CATR-REGISTRO.
           05  CATR-SEQUENCIA   PIC 9(05).
           05  CATR-ORIGEM      PIC X(10).
           05  CATR-ARQUIVO     PIC X(30).
           05  CATR-CORTE       PIC 9(08).
           05  CATR-DATA-INICIAL PIC 9(08).
           05  CATR-DATA-FINAL  PIC 9(08).
           05  CATR-DATA        PIC 9(08).
           05  CATR-HORA        PIC 9(08).
           05  CATR-REGISTROS   PIC 9(07).
           05  CATR-STATUS      PIC X(01).
               88  CATR-ATIVO         VALUE "A".
