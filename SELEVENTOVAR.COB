      *> SELEVENTOVAR TAB - SELECT CLAUSE FOR THE MONTHLY VARIABLE
      *> PAY EVENTS FILE. GRAVADO PELO LANCAMENTO ONLINE (PROG112) E
      *> PELA IMPORTACAO DO CSV DO SISTEMA DE VENDAS (PROG113); LIDO
      *> PELO PROG41. OPTIONAL PARA A FOLHA RODAR SEM NENHUM EVENTO.
           SELECT OPTIONAL ARQUIVO-EVENTOVAR ASSIGN TO "EVENTOVAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVAR-CHAVE.
