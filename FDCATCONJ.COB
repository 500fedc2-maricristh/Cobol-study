      *> FDCATCONJ TAB - FILE DESCRIPTION FOR THE FULL BACKUP SET
      *> CATALOG. UMA ENTRADA POR CONJUNTO GRAVADO PELO PROG137: NOME
      *> FISICO, DATA/HORA, STATUS E, PARA CADA ARQUIVO INDEXADO DO
      *> CONJUNTO, O NOME, A CONTAGEM LIDA E A CONTAGEM GRAVADA NO
      *> TRAILER "TRL" DA SECAO DO ARQUIVO. A DATA/HORA DA ULTIMA
      *> RESTAURACAO COMPLETA FEITA A PARTIR DO CONJUNTO (PROG138)
      *> DEFINE, JUNTO COM A DATA DO BACKUP, QUAL GERACAO E A DE
      *> REFERENCIA DOS ARQUIVOS EM PRODUCAO. A RETENCAO MANTEM OS
      *> ULTIMOS CONJUNTOS E EXPURGA OS ANTIGOS (STATUS "E" E ARQUIVO
      *> FISICO ESVAZIADO), COMO NO CATALOGO DO PROG39.
       FD  ARQUIVO-CATCONJ
           LABEL RECORD STANDARD.
       01  CATC-REGISTRO.
           05  CATC-SEQUENCIA       PIC 9(05).
           05  CATC-ARQUIVO         PIC X(30).
           05  CATC-DATA            PIC 9(08).
           05  CATC-HORA            PIC 9(08).
           05  CATC-STATUS          PIC X(01).
               88  CATC-ATIVO             VALUE "A".
               88  CATC-EXPURGADO         VALUE "E".
           05  CATC-REST-DATA       PIC 9(08).
           05  CATC-REST-HORA       PIC 9(08).
           05  CATC-QTD-ARQUIVOS    PIC 9(03).
           05  CATC-TABELA.
               10  CATC-ARQ OCCURS 60 TIMES.
                   15  CATC-ARQ-NOME      PIC X(14).
                   15  CATC-ARQ-REGISTROS PIC 9(07).
                   15  CATC-ARQ-TRAILER   PIC 9(07).
