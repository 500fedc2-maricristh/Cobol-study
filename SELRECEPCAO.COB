      *> SELRECEPCAO TAB - SELECT CLAUSE FOR THE INCOMING FILE REGISTRY
      *> COPIED INTO ANY PROGRAM THAT ALSO COPIES PDRECEPCAO.COB (OS
      *> PROGRAMAS QUE RECEBEM ARQUIVOS DE INTERFACE: PROG40, PROG59,
      *> PROG68, PROG81, PROG93 E PROG94) E NO PROG65, QUE LISTA OS
      *> ARQUIVOS RECEBIDOS NO DIA. A CHAVE PRIMARIA E A DATA/HORA DO
      *> PROCESSAMENTO; A ALTERNATIVA (ORIGEM + HASH + CONTAGEM)
      *> LOCALIZA O MESMO CONTEUDO JA RECEBIDO. OPTIONAL PARA A
      *> PRIMEIRA RECEPCAO CRIAR O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-RECEPCAO ASSIGN TO "ARQRECEBIDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECP-CHAVE
               ALTERNATE RECORD KEY IS RECP-ASSINATURA
                   WITH DUPLICATES.
