       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG119.
      *> PROGRAMA DE CONVERSAO DO ARQUIVO HISTORICO (EXECUCAO UNICA)
      *> A IMAGEM DO MASTER GUARDADA NO ARQUIVO HISTORICO CRESCEU COM
      *> A FORMA DE PAGAMENTO (MENSALISTA OU HORISTA) E O VALOR DA
      *> HORA. NOS MOLDES DO PROG117: O OPERADOR RENOMEIA O ARQUIVO
      *> ANTIGO COM O SUFIXO ".ANT" E ESTE LOTE O RELE NO LAYOUT DE
      *> 278 BYTES (JA COM O TIPO E O FIM DO CONTRATO) E REGRAVA O
      *> ARQUIVO NOVO COM A CAUDA NOVA DA IMAGEM EM "M" (MENSALISTA)
      *> E ZEROS, COMO A RESTAURACAO DO PROG50 FAZ NO MASTER. O
      *> ARQUIVO NOVO SO E ABERTO PARA REGRAVACAO DEPOIS DE LER O
      *> PRIMEIRO REGISTRO DO ".ANT": COM O ".ANT" AUSENTE OU VAZIO
      *> A CONVERSAO E PULADA SEM TOCAR O ARQUIVO VIVO.
      *> A CAUDA TAMBEM LEVA O GESTOR IMEDIATO ZERADO; O HISTORICO JA
      *> GRAVADO COM A FORMA DE PAGAMENTO (285 BYTES) E CONVERTIDO
      *> PELO PROG127
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ARQUIVO ANTIGO, RENOMEADO PELO OPERADOR COM ".ANT",
      *> DECLARADO NO LAYOUT ANTERIOR A AMPLIACAO
           SELECT OPTIONAL ARQUIVO-HIST-ANT ASSIGN TO
               "ARQHISTORICO.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHA-CODIGO.
      *> SELARQHIST TAB
           COPY "SELARQHIST.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> LAYOUT DO ARQUIVO HISTORICO COM A IMAGEM DO MASTER DE 278
      *> BYTES (ANTES DA FORMA DE PAGAMENTO E DO VALOR DA HORA)
       FD  ARQUIVO-HIST-ANT
           LABEL RECORD STANDARD.
       01  AHA-REGISTRO.
           05  AHA-IMAGEM.
               10  AHA-CODIGO  PIC 9(05).
               10  AHA-RESTO   PIC X(273).
           05  AHA-DT-ARQUIVAMENTO PIC 9(08).

      *> FDARQHIST TAB
           COPY "FDARQHIST.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       WORKING-STORAGE SECTION.
       01  FIM-DO-ANTIGO     PIC X(01) VALUE "N".
           88  ACABOU-ANTIGO         VALUE "S".
       01  WS-TOTAL-HISTORICO PIC 9(05) VALUE ZEROS.
      *> MONTAGEM DA IMAGEM AMPLIADA: OS 278 BYTES ANTIGOS NA FRENTE
      *> E A CAUDA NOVA NA MESMA SEQUENCIA DO FDFUNCIONARIO
       01  WS-IMAGEM-NOVA.
           05  WS-IMG-ANTIGA     PIC X(278).
           05  WS-IMG-TIPO-SALARIO PIC X(01).
           05  WS-IMG-VALOR-HORA PIC 9(04)V9(02).
           05  WS-IMG-GESTOR     PIC 9(05).
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG119" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           DISPLAY "===== CONVERSAO DO ARQUIVO HISTORICO =====".
           DISPLAY "LENDO ARQHISTORICO.ANT E REGRAVANDO O NOVO".
           PERFORM CONVERTER-HISTORICO.
           DISPLAY " ".
           DISPLAY "HISTORICO CONVERTIDOS....: " WS-TOTAL-HISTORICO.
           MOVE WS-TOTAL-HISTORICO TO WS-JORNAL-REGISTROS.
           MOVE "S" TO WS-JORNAL-STATUS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       CONVERTER-HISTORICO.
           MOVE "N" TO FIM-DO-ANTIGO.
           OPEN INPUT ARQUIVO-HIST-ANT.
           MOVE ZEROS TO AHA-CODIGO.
           START ARQUIVO-HIST-ANT KEY IS NOT LESS THAN AHA-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ANTIGO
           END-START.
           IF NOT ACABOU-ANTIGO
               READ ARQUIVO-HIST-ANT NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-DO-ANTIGO
               END-READ
           END-IF.
      *> O ARQUIVO NOVO SO E ABERTO PARA REGRAVACAO COM UM REGISTRO
      *> ANTIGO DE FATO LIDO: ".ANT" AUSENTE OU VAZIO NAO PODE
      *> TRUNCAR O HISTORICO VIVO
           IF ACABOU-ANTIGO
               DISPLAY "ARQHISTORICO.ANT AUSENTE OU VAZIO, "
                   "CONVERSAO PULADA"
           ELSE
               OPEN OUTPUT ARQUIVO-HISTORICO
               PERFORM GRAVAR-HISTORICO-NOVO
               PERFORM COPIAR-HISTORICO UNTIL ACABOU-ANTIGO
               CLOSE ARQUIVO-HISTORICO
           END-IF.
           CLOSE ARQUIVO-HIST-ANT.

       COPIAR-HISTORICO.
           READ ARQUIVO-HIST-ANT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ANTIGO
               NOT AT END
                   PERFORM GRAVAR-HISTORICO-NOVO
           END-READ.

       GRAVAR-HISTORICO-NOVO.
           MOVE AHA-IMAGEM TO WS-IMG-ANTIGA.
           MOVE "M"        TO WS-IMG-TIPO-SALARIO.
           MOVE ZEROS      TO WS-IMG-VALOR-HORA.
           MOVE ZEROS      TO WS-IMG-GESTOR.
           MOVE WS-IMAGEM-NOVA TO ARQH-IMAGEM.
           MOVE AHA-DT-ARQUIVAMENTO TO ARQH-DT-ARQUIVAMENTO.
           WRITE ARQH-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O HISTORICO "
                       AHA-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-HISTORICO
           END-WRITE.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
