      *> FDMATRIZMERITO TAB - FILE DESCRIPTION FOR THE MERIT MATRIX
      *> TABLE. UM REGISTRO POR NOTA DA AVALIACAO (1 A 5) E QUARTIL DA
      *> POSICAO DO SALARIO NA BANDA DO CARGO (1 = PERTO DO MINIMO,
      *> 4 = PERTO DO MAXIMO), COM O PERCENTUAL DE AUMENTO POR MERITO
      *> (3.50 = 3,5%). COMBINACAO SEM REGISTRO NAO TEM AUMENTO.
       FD  ARQUIVO-MATRIZMERITO
           LABEL RECORD STANDARD.
       01  MERITO-REGISTRO.
           05  MERITO-CHAVE.
               10  MERITO-NOTA           PIC 9(01).
               10  MERITO-QUARTIL        PIC 9(01).
           05  MERITO-PERCENTUAL         PIC 9(02)V9(02).
           05  MERITO-DT-ALTERACAO       PIC 9(08).
           05  MERITO-OPERADOR           PIC X(10).
