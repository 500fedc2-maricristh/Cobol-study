      *> WSCONJUNTO TAB - WORKING-STORAGE FOR THE FULL BACKUP SET
      *> FACILITY. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> SELCONJUNTO.COB: NOME FISICO VARIAVEL DO CONJUNTO E A TABELA
      *> DE ARQUIVOS DO CONJUNTO, NO MESMO LAYOUT DE CATC-TABELA
      *> (FDCATCONJ.COB).
       01  WS-CONJ-ARQUIVO    PIC X(30) VALUE SPACES.
       01  WS-CONJ-QTD-ARQUIVOS PIC 9(03) VALUE ZEROS.
       01  WS-CONJ-TABELA.
           05  WS-CONJ-ARQ OCCURS 60 TIMES.
               10  WS-CONJ-ARQ-NOME      PIC X(14).
               10  WS-CONJ-ARQ-REGISTROS PIC 9(07).
               10  WS-CONJ-ARQ-TRAILER   PIC 9(07).
