       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG121.
      *> PROGRAMA DE CONVERSAO DA TABELA DE CARGOS (EXECUCAO UNICA)
      *> O REGISTRO DO CARGO CRESCEU COM O TIPO DE ADICIONAL
      *> (INSALUBRIDADE/PERICULOSIDADE) E O GRAU DE INSALUBRIDADE, E O
      *> INDEXADO GRAVADO NO LAYOUT ANTIGO NAO ABRE SOB A NOVA FDCARGO.
      *> NOS MOLDES DO PROG117: O OPERADOR RENOMEIA O ARQUIVO ANTIGO
      *> COM O SUFIXO ".ANT" E ESTE LOTE O RELE NO LAYOUT ANTIGO E
      *> REGRAVA O ARQUIVO NOVO COM O TIPO DE ADICIONAL EM "N" (SEM
      *> ADICIONAL) E O GRAU EM BRANCO; O ADICIONAL DE CADA CARGO E
      *> INFORMADO DEPOIS PELO PROG56. O ARQUIVO NOVO SO E ABERTO PARA
      *> REGRAVACAO DEPOIS DE LER O PRIMEIRO REGISTRO DO ".ANT": COM O
      *> ".ANT" AUSENTE OU VAZIO A CONVERSAO E PULADA SEM TOCAR O
      *> ARQUIVO VIVO.
      *> A CAUDA TAMBEM LEVA A PERIODICIDADE DO EXAME PERIODICO EM 12
      *> MESES; A TABELA JA GRAVADA COM O ADICIONAL (52 BYTES) E
      *> CONVERTIDA PELO PROG123
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ARQUIVO ANTIGO, RENOMEADO PELO OPERADOR COM ".ANT",
      *> DECLARADO NO LAYOUT ANTERIOR A AMPLIACAO
           SELECT OPTIONAL ARQUIVO-CARGO-ANT ASSIGN TO
               "CARGO.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGA-CODIGO.
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> LAYOUT DA TABELA DE CARGOS DE 50 BYTES (ANTES DO ADICIONAL)
       FD  ARQUIVO-CARGO-ANT
           LABEL RECORD STANDARD.
       01  CGA-REGISTRO.
           05  CGA-CODIGO      PIC X(03).
           05  CGA-RESTO       PIC X(47).

      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       WORKING-STORAGE SECTION.
       01  FIM-DO-ANTIGO     PIC X(01) VALUE "N".
           88  ACABOU-ANTIGO         VALUE "S".
       01  WS-TOTAL-CARGOS   PIC 9(05) VALUE ZEROS.
      *> MONTAGEM DO REGISTRO AMPLIADO: OS 50 BYTES ANTIGOS NA FRENTE
      *> E A CAUDA NOVA NA MESMA SEQUENCIA DO FDCARGO
       01  WS-CARGO-NOVO.
           05  WS-CGN-ANTIGO     PIC X(50).
           05  WS-CGN-TIPO-ADICIONAL PIC X(01).
           05  WS-CGN-GRAU       PIC X(01).
           05  WS-CGN-PERIODICIDADE PIC 9(02).
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG121" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           DISPLAY "===== CONVERSAO DA TABELA DE CARGOS =====".
           DISPLAY "LENDO CARGO.ANT E REGRAVANDO O NOVO".
           PERFORM CONVERTER-CARGOS.
           DISPLAY " ".
           DISPLAY "CARGOS CONVERTIDOS.......: " WS-TOTAL-CARGOS.
           MOVE WS-TOTAL-CARGOS TO WS-JORNAL-REGISTROS.
           MOVE "S" TO WS-JORNAL-STATUS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       CONVERTER-CARGOS.
           MOVE "N" TO FIM-DO-ANTIGO.
           OPEN INPUT ARQUIVO-CARGO-ANT.
           MOVE LOW-VALUES TO CGA-CODIGO.
           START ARQUIVO-CARGO-ANT KEY IS NOT LESS THAN CGA-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ANTIGO
           END-START.
           IF NOT ACABOU-ANTIGO
               READ ARQUIVO-CARGO-ANT NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-DO-ANTIGO
               END-READ
           END-IF.
      *> A TABELA NOVA SO E ABERTA PARA REGRAVACAO COM UM REGISTRO
      *> ANTIGO DE FATO LIDO: ".ANT" AUSENTE OU VAZIO NAO PODE
      *> TRUNCAR A TABELA VIVA
           IF ACABOU-ANTIGO
               DISPLAY "CARGO.ANT AUSENTE OU VAZIO, "
                   "CONVERSAO PULADA"
           ELSE
               OPEN OUTPUT ARQUIVO-CARGO
               PERFORM GRAVAR-CARGO-NOVO
               PERFORM COPIAR-CARGO UNTIL ACABOU-ANTIGO
               CLOSE ARQUIVO-CARGO
           END-IF.
           CLOSE ARQUIVO-CARGO-ANT.

       COPIAR-CARGO.
           READ ARQUIVO-CARGO-ANT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ANTIGO
               NOT AT END
                   PERFORM GRAVAR-CARGO-NOVO
           END-READ.

       GRAVAR-CARGO-NOVO.
           MOVE CGA-REGISTRO TO WS-CGN-ANTIGO.
           MOVE "N"          TO WS-CGN-TIPO-ADICIONAL.
           MOVE SPACE        TO WS-CGN-GRAU.
           MOVE 12           TO WS-CGN-PERIODICIDADE.
           MOVE WS-CARGO-NOVO TO CARGO-REGISTRO.
           WRITE CARGO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O CARGO " CGA-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CARGOS
           END-WRITE.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
