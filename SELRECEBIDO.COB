      *> SELRECEBIDO TAB - SELECT CLAUSE FOR THE RAW VIEW OF AN
      *> INCOMING INTERFACE FILE. COPIED INTO ANY PROGRAM THAT ALSO
      *> COPIES PDRECEPCAO.COB: O MESMO ARQUIVO FISICO QUE O PROGRAMA
      *> LE PELO SEU PROPRIO FD E VARRIDO ANTES, LINHA A LINHA, PARA A
      *> CONTAGEM, O HASH E O TRAILER. O NOME FISICO VEM DE
      *> WS-RCP-ARQUIVO (WSRECEPCAO.COB).
           SELECT ARQUIVO-RECEBIDO ASSIGN TO WS-RCP-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
