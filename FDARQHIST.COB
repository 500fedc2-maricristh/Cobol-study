       01  ARQH-REGISTRO.
           05  ARQH-IMAGEM.
               10  ARQH-CODIGO  PIC 9(05).
               10  ARQH-RESTO   PIC X(285).
           05  ARQH-DT-ARQUIVAMENTO PIC 9(08).
