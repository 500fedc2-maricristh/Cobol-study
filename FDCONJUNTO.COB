      *> FDCONJUNTO TAB - FILE DESCRIPTION FOR THE FULL BACKUP SET FILE
      *> TODOS OS ARQUIVOS INDEXADOS DESCARREGADOS NA MESMA EXECUCAO,
      *> UM APOS O OUTRO: CADA REGISTRO LEVA O NOME FISICO DO ARQUIVO
      *> DE ORIGEM, A MARCA "REG" E A IMAGEM INTACTA DO REGISTRO; CADA
      *> SECAO TERMINA NUM TRAILER "TRL" COM A CONTAGEM DO ARQUIVO,
      *> CONFERIDA NA RESTAURACAO. ARQUIVO VAZIO TEM SO O TRAILER.
       FD  ARQUIVO-CONJUNTO
           LABEL RECORD STANDARD.
       01  CONJ-REGISTRO.
           05  CONJ-ARQUIVO       PIC X(14).
           05  CONJ-MARCA         PIC X(03).
               88  CONJ-DADO            VALUE "REG".
               88  CONJ-TRAILER         VALUE "TRL".
           05  CONJ-IMAGEM        PIC X(300).
       01  CONJ-REGISTRO-TRAILER.
           05  FILLER             PIC X(17).
           05  CONJ-TRL-TOTAL     PIC 9(07).
