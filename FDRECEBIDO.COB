      *> FDRECEBIDO TAB - FILE DESCRIPTION FOR THE RAW VIEW OF AN
      *> INCOMING INTERFACE FILE. A LINHA INTEIRA ENTRA NO HASH; AS
      *> VISOES ALTERNATIVAS RECONHECEM O TRAILER PADRAO DAS
      *> INTERFACES ("TRL" + CONTAGEM DAS LINHAS ANTERIORES + DATA DO
      *> ARQUIVO) E O HEADER "1"/TRAILER "9" DO RETORNO DO BANCO, NO
      *> LAYOUT DA REMESSA DO PROG67.
       FD  ARQUIVO-RECEBIDO
           LABEL RECORD STANDARD.
       01  RCB-LINHA              PIC X(300).
       01  RCB-TRAILER.
           05  RCB-TRL-MARCA      PIC X(03).
           05  RCB-TRL-TOTAL      PIC 9(07).
           05  RCB-TRL-DATA       PIC 9(08).
       01  RCB-BANCO-HEADER.
           05  RCB-BCO-H-TIPO     PIC X(01).
           05  RCB-BCO-H-DATA     PIC 9(08).
       01  RCB-BANCO-TRAILER.
           05  RCB-BCO-T-TIPO     PIC X(01).
           05  RCB-BCO-T-QUANTIDADE PIC 9(05).
