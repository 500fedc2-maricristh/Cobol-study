      *> FDRETEN TAB - FILE DESCRIPTION FOR A RETENTION ARCHIVE FILE
      *> CADA REGISTRO LEVA A DATA DE REFERENCIA E O CODIGO DO
      *> FUNCIONARIO (ZERO NO JORNAL) NA FRENTE DA IMAGEM INTACTA DO
      *> REGISTRO DE ORIGEM, QUE A CONSULTA DEVOLVE AO LAYOUT DO FD DO
      *> ARQUIVO ATIVO. O TRAILER "TRL" CARREGA A CONTAGEM, CONFERIDA
      *> CONTRA O CATALOGO NA LEITURA.
       FD  ARQUIVO-RETENCAO
           LABEL RECORD STANDARD.
       01  RETEN-REGISTRO.
           05  RETEN-DATA-REF     PIC 9(08).
           05  RETEN-CODIGO       PIC 9(05).
           05  RETEN-IMAGEM       PIC X(60).
       01  RETEN-TRAILER.
           05  RETEN-TRL-MARCA    PIC X(03).
           05  RETEN-TRL-TOTAL    PIC 9(07).
