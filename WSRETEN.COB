      *> WSRETEN TAB - WORKING-STORAGE FOR THE RETENTION ARCHIVE
      *> FACILITY. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> SELRETEN.COB (NOME FISICO VARIAVEL DO ARQUIVO DE RETENCAO,
      *> MONTADO PELO PROG135 E LIDO DO CATALOGO PELAS CONSULTAS).
       01  WS-RETEN-ARQUIVO   PIC X(30) VALUE SPACES.
