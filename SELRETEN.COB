      *> SELRETEN TAB - SELECT CLAUSE FOR A RETENTION ARCHIVE FILE
      *> COPIED INTO ANY PROGRAM THAT WRITES OR READS UM ARQUIVO DE
      *> RETENCAO (PROG135 GRAVACAO / PROG136 CONSULTA). O NOME FISICO
      *> VEM DE WS-RETEN-ARQUIVO (WSRETEN.COB): CADA ARQUIVO DE ORIGEM
      *> EM CADA EXECUCAO GRAVA UM ARQUIVO DATADO PROPRIO, CATALOGADO
      *> EM CATALOGORETEN.
           SELECT ARQUIVO-RETENCAO ASSIGN TO WS-RETEN-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
