       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG103.
      *> PROGRAMA DE CONVERSAO DOS LAYOUTS DAS RETENCOES LEGAIS
      *> (EXECUCAO UNICA). COM O DESCONTO UNICO DE TABELA SEPARADO EM
      *> INSS E IRRF, O FOLHAHIST GANHOU A BASE DO INSS E OS DOIS
      *> TRIBUTOS, O DESLIGAMENTO GANHOU O INSS, O IRRF E O LIQUIDO DA
      *> RESCISAO (E O FGTS RESCISORIO COM A MULTA E A PENSAO
      *> ALIMENTICIA RETIDA) E A IMAGEM DO DESLIGAMENTO NA FILA DE
      *> PENDENCIAS CRESCEU. A CHAVE DO FOLHAHIST E A DAS RUBRICAS
      *> (FOLHAEVENTOS) GANHARAM O NUMERO DA FOLHA, PARA AS FOLHAS
      *> COMPLEMENTARES DO PROG114: TODA FOLHA ANTIGA E A NORMAL DO
      *> MES (FOLHA 00). NOS MOLDES DO PROG102: O OPERADOR
      *> RENOMEIA CADA ARQUIVO ANTIGO COM O SUFIXO ".ANT" E ESTE LOTE
      *> O RELE NO LAYOUT ANTIGO E REGRAVA O ARQUIVO NOVO. AS FOLHAS
      *> ANTIGAS FICAM COM AS RETENCOES ZERADAS (O CONTRACHEQUE SEGUE
      *> MOSTRANDO O DESCONTO UNICO DA EPOCA) E OS DESLIGAMENTOS
      *> ANTIGOS FICAM COM O LIQUIDO IGUAL AO TOTAL, QUE FOI O VALOR
      *> DE FATO PAGO, COM O FGTS DA RESCISAO ZERADO (A MULTA DA
      *> EPOCA FOI APURADA FORA DO SISTEMA) E SEM PENSAO RETIDA. CADA
      *> CONVERSAO SO ABRE O ARQUIVO NOVO PARA REGRAVACAO DEPOIS DE
      *> LER O PRIMEIRO REGISTRO DO ".ANT"
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ARQUIVOS ANTIGOS, RENOMEADOS PELO OPERADOR COM ".ANT",
      *> DECLARADOS NO LAYOUT ANTERIOR A AMPLIACAO
           SELECT OPTIONAL ARQUIVO-FOLHAHIST-ANT ASSIGN TO
               "FOLHAHIST.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHA-CHAVE.
           SELECT OPTIONAL ARQUIVO-FOLHAEVT-ANT ASSIGN TO
               "FOLHAEVENTOS.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEA-CHAVE.
           SELECT OPTIONAL ARQUIVO-DESLIG-ANT ASSIGN TO
               "DESLIGAMENTO.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSA-CODIGO.
           SELECT OPTIONAL ARQUIVO-PEND-ANT ASSIGN TO
               "PENDENCIAS.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDA-SEQUENCIA.
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
      *> SELPENDENTE TAB
           COPY "SELPENDENTE.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> LAYOUT DO FOLHAHIST ANTES DAS RETENCOES LEGAIS
       FD  ARQUIVO-FOLHAHIST-ANT
           LABEL RECORD STANDARD.
       01  FHA-REGISTRO.
           05  FHA-CHAVE.
               10  FHA-COMPETENCIA PIC 9(06).
               10  FHA-CODIGO      PIC 9(05).
           05  FHA-BRUTO           PIC 9(06)V9(02).
           05  FHA-DESCONTO        PIC 9(06)V9(02).
           05  FHA-LIQUIDO         PIC 9(06)V9(02).
           05  FHA-PERC-DESCONTO   PIC 9V9(02).
           05  FHA-EMPRESA         PIC X(02).

      *> LAYOUT DAS RUBRICAS ANTES DO NUMERO DA FOLHA NA CHAVE
       FD  ARQUIVO-FOLHAEVT-ANT
           LABEL RECORD STANDARD.
       01  FEA-REGISTRO.
           05  FEA-CHAVE.
               10  FEA-COMPETENCIA PIC 9(06).
               10  FEA-CODIGO      PIC 9(05).
               10  FEA-SEQ         PIC 9(02).
           05  FEA-TIPO            PIC X(01).
           05  FEA-DESCRICAO       PIC X(20).
           05  FEA-REFERENCIA      PIC 9(04)V9(02).
           05  FEA-VALOR           PIC 9(06)V9(02).

      *> LAYOUT DO DESLIGAMENTO ANTES DAS RETENCOES DA RESCISAO
       FD  ARQUIVO-DESLIG-ANT
           LABEL RECORD STANDARD.
       01  DSA-REGISTRO.
           05  DSA-CODIGO        PIC 9(05).
           05  DSA-RESTO         PIC X(52).

      *> LAYOUT DA FILA DE PENDENCIAS COM A IMAGEM DE 60 BYTES
       FD  ARQUIVO-PEND-ANT
           LABEL RECORD STANDARD.
       01  PDA-REGISTRO.
           05  PDA-SEQUENCIA      PIC 9(05).
           05  PDA-DATA           PIC 9(08).
           05  PDA-HORA           PIC 9(08).
           05  PDA-OPERADOR       PIC X(10).
           05  PDA-CODIGO         PIC 9(05).
           05  PDA-TIPO           PIC X(01).
           05  PDA-VALOR-ANTERIOR PIC 9(06)V9(02).
           05  PDA-VALOR-NOVO     PIC 9(06)V9(02).
           05  PDA-STATUS-ANTERIOR PIC X(01).
           05  PDA-STATUS-NOVO    PIC X(01).
           05  PDA-DESLIG-IMAGEM  PIC X(60).
           05  PDA-SITUACAO       PIC X(01).
           05  PDA-APROVADOR      PIC X(10).
           05  PDA-MOTIVO-RECUSA  PIC X(30).

      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
      *> FDPENDENTE TAB
           COPY "FDPENDENTE.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       WORKING-STORAGE SECTION.
       01  FIM-DO-ANTIGO     PIC X(01) VALUE "N".
           88  ACABOU-ANTIGO         VALUE "S".
       01  WS-TOTAL-FOLHAHIST PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-FOLHAEVT PIC 9(06) VALUE ZEROS.
       01  WS-TOTAL-DESLIG   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-PENDENCIAS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-GERAL    PIC 9(06) VALUE ZEROS.
      *> MONTAGEM DO DESLIGAMENTO AMPLIADO: OS 57 BYTES ANTIGOS NA
      *> FRENTE (O TOTAL NA MESMA POSICAO) E AS RETENCOES NA CAUDA,
      *> NA MESMA SEQUENCIA DO FDDESLIGAMENTO. SERVE AO ARQUIVO DE
      *> DESLIGAMENTOS E A IMAGEM QUE VIAJA NA PENDENCIA
       01  WS-DESLIG-ANTIGO.
           05  WS-DSA-CODIGO     PIC 9(05).
           05  WS-DSA-RESTO      PIC X(52).
       01  WS-DESLIG-CAMPOS REDEFINES WS-DESLIG-ANTIGO.
           05  FILLER            PIC X(47).
           05  WS-DSA-TOTAL      PIC 9(07)V9(02).
           05  FILLER            PIC X(01).
       01  WS-DESLIG-NOVO.
           05  WS-DSN-ANTIGO     PIC X(57).
           05  WS-DSN-INSS       PIC 9(06)V9(02).
           05  WS-DSN-IRRF       PIC 9(06)V9(02).
           05  WS-DSN-LIQUIDO    PIC 9(07)V9(02).
           05  WS-DSN-FGTS-RESCISAO PIC 9(06)V9(02).
           05  WS-DSN-SALDO-FGTS PIC 9(08)V9(02).
           05  WS-DSN-MULTA-FGTS PIC 9(07)V9(02).
           05  WS-DSN-PENSAO     PIC 9(07)V9(02).
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG103" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           DISPLAY "===== CONVERSAO DOS LAYOUTS DAS RETENCOES =====".
           DISPLAY "LENDO OS ARQUIVOS .ANT E REGRAVANDO OS NOVOS".
           PERFORM CONVERTER-FOLHAHIST.
           PERFORM CONVERTER-FOLHAEVT.
           PERFORM CONVERTER-DESLIGAMENTO.
           PERFORM CONVERTER-PENDENCIAS.
           DISPLAY " ".
           DISPLAY "===== RESUMO DA CONVERSAO =====".
           DISPLAY "FOLHAHIST CONVERTIDOS....: " WS-TOTAL-FOLHAHIST.
           DISPLAY "RUBRICAS CONVERTIDAS.....: " WS-TOTAL-FOLHAEVT.
           DISPLAY "DESLIGAMENTOS CONVERTIDOS: " WS-TOTAL-DESLIG.
           DISPLAY "PENDENCIAS CONVERTIDAS...: " WS-TOTAL-PENDENCIAS.
           COMPUTE WS-TOTAL-GERAL = WS-TOTAL-FOLHAHIST +
               WS-TOTAL-FOLHAEVT + WS-TOTAL-DESLIG +
               WS-TOTAL-PENDENCIAS.
           MOVE WS-TOTAL-GERAL TO WS-JORNAL-REGISTROS.
           MOVE "S" TO WS-JORNAL-STATUS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

      *> FOLHA ANTIGA ENTRA COMO A FOLHA NORMAL (00) COM BASE, INSS E
      *> IRRF ZERADOS: O DESCONTO DA EPOCA FOI O PERCENTUAL UNICO DA
      *> TABDESCONTO
       CONVERTER-FOLHAHIST.
           MOVE "N" TO FIM-DO-ANTIGO.
           OPEN INPUT ARQUIVO-FOLHAHIST-ANT.
           MOVE ZEROS TO FHA-COMPETENCIA FHA-CODIGO.
           START ARQUIVO-FOLHAHIST-ANT KEY IS NOT LESS THAN FHA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-ANTIGO
           END-START.
           IF NOT ACABOU-ANTIGO
               READ ARQUIVO-FOLHAHIST-ANT NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-DO-ANTIGO
               END-READ
           END-IF.
      *> O ARQUIVO NOVO SO E ABERTO PARA REGRAVACAO COM UM REGISTRO
      *> ANTIGO DE FATO LIDO: ".ANT" AUSENTE OU VAZIO NAO PODE
      *> TRUNCAR O FOLHAHIST VIVO
           IF ACABOU-ANTIGO
               DISPLAY "FOLHAHIST.ANT AUSENTE OU VAZIO, CONVERSAO "
                   "PULADA"
           ELSE
               OPEN OUTPUT ARQUIVO-FOLHAHIST
               PERFORM GRAVAR-FOLHAHIST-NOVO
               PERFORM COPIAR-FOLHAHIST UNTIL ACABOU-ANTIGO
               CLOSE ARQUIVO-FOLHAHIST
           END-IF.
           CLOSE ARQUIVO-FOLHAHIST-ANT.

       COPIAR-FOLHAHIST.
           READ ARQUIVO-FOLHAHIST-ANT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ANTIGO
               NOT AT END
                   PERFORM GRAVAR-FOLHAHIST-NOVO
           END-READ.

       GRAVAR-FOLHAHIST-NOVO.
           MOVE FHA-COMPETENCIA   TO FOLHAHIST-COMPETENCIA.
           MOVE FHA-CODIGO        TO FOLHAHIST-CODIGO.
           MOVE ZEROS             TO FOLHAHIST-FOLHA.
           MOVE FHA-BRUTO         TO FOLHAHIST-BRUTO.
           MOVE FHA-DESCONTO      TO FOLHAHIST-DESCONTO.
           MOVE FHA-LIQUIDO       TO FOLHAHIST-LIQUIDO.
           MOVE FHA-PERC-DESCONTO TO FOLHAHIST-PERC-DESCONTO.
           MOVE FHA-EMPRESA       TO FOLHAHIST-EMPRESA.
           MOVE ZEROS TO FOLHAHIST-BASE-INSS FOLHAHIST-INSS
               FOLHAHIST-IRRF.
           WRITE FOLHAHIST-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O FOLHAHIST "
                       FHA-COMPETENCIA "/" FHA-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-FOLHAHIST
           END-WRITE.

      *> RUBRICA ANTIGA PERTENCE A FOLHA NORMAL (00) DA COMPETENCIA
       CONVERTER-FOLHAEVT.
           MOVE "N" TO FIM-DO-ANTIGO.
           OPEN INPUT ARQUIVO-FOLHAEVT-ANT.
           MOVE ZEROS TO FEA-COMPETENCIA FEA-CODIGO FEA-SEQ.
           START ARQUIVO-FOLHAEVT-ANT KEY IS NOT LESS THAN FEA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-ANTIGO
           END-START.
           IF NOT ACABOU-ANTIGO
               READ ARQUIVO-FOLHAEVT-ANT NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-DO-ANTIGO
               END-READ
           END-IF.
           IF ACABOU-ANTIGO
               DISPLAY "FOLHAEVENTOS.ANT AUSENTE OU VAZIO, "
                   "CONVERSAO PULADA"
           ELSE
               OPEN OUTPUT ARQUIVO-FOLHAEVT
               PERFORM GRAVAR-FOLHAEVT-NOVO
               PERFORM COPIAR-FOLHAEVT UNTIL ACABOU-ANTIGO
               CLOSE ARQUIVO-FOLHAEVT
           END-IF.
           CLOSE ARQUIVO-FOLHAEVT-ANT.

       COPIAR-FOLHAEVT.
           READ ARQUIVO-FOLHAEVT-ANT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ANTIGO
               NOT AT END
                   PERFORM GRAVAR-FOLHAEVT-NOVO
           END-READ.

       GRAVAR-FOLHAEVT-NOVO.
           MOVE FEA-COMPETENCIA TO FOLHAEVT-COMPETENCIA.
           MOVE FEA-CODIGO      TO FOLHAEVT-CODIGO.
           MOVE ZEROS           TO FOLHAEVT-FOLHA.
           MOVE FEA-SEQ         TO FOLHAEVT-SEQ.
           MOVE FEA-TIPO        TO FOLHAEVT-TIPO.
           MOVE FEA-DESCRICAO   TO FOLHAEVT-DESCRICAO.
           MOVE FEA-REFERENCIA  TO FOLHAEVT-REFERENCIA.
           MOVE FEA-VALOR       TO FOLHAEVT-VALOR.
           WRITE FOLHAEVT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER A RUBRICA "
                       FEA-COMPETENCIA "/" FEA-CODIGO "/" FEA-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-FOLHAEVT
           END-WRITE.

      *> DESLIGAMENTO ANTIGO FOI PAGO PELO TOTAL, SEM RETENCAO: O
      *> LIQUIDO FICA IGUAL AO TOTAL E A MARCA DE REMESSA E MANTIDA
       CONVERTER-DESLIGAMENTO.
           MOVE "N" TO FIM-DO-ANTIGO.
           OPEN INPUT ARQUIVO-DESLIG-ANT.
           MOVE ZEROS TO DSA-CODIGO.
           START ARQUIVO-DESLIG-ANT KEY IS NOT LESS THAN DSA-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ANTIGO
           END-START.
           IF NOT ACABOU-ANTIGO
               READ ARQUIVO-DESLIG-ANT NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-DO-ANTIGO
               END-READ
           END-IF.
           IF ACABOU-ANTIGO
               DISPLAY "DESLIGAMENTO.ANT AUSENTE OU VAZIO, "
                   "CONVERSAO PULADA"
           ELSE
               OPEN OUTPUT ARQUIVO-DESLIGAMENTO
               PERFORM GRAVAR-DESLIGAMENTO-NOVO
               PERFORM COPIAR-DESLIGAMENTO UNTIL ACABOU-ANTIGO
               CLOSE ARQUIVO-DESLIGAMENTO
           END-IF.
           CLOSE ARQUIVO-DESLIG-ANT.

       COPIAR-DESLIGAMENTO.
           READ ARQUIVO-DESLIG-ANT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ANTIGO
               NOT AT END
                   PERFORM GRAVAR-DESLIGAMENTO-NOVO
           END-READ.

       GRAVAR-DESLIGAMENTO-NOVO.
           MOVE DSA-REGISTRO TO WS-DESLIG-ANTIGO.
           PERFORM AMPLIAR-IMAGEM-DESLIG.
           MOVE WS-DESLIG-NOVO TO DESLIG-REGISTRO.
           WRITE DESLIG-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O DESLIGAMENTO "
                       DSA-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DESLIG
           END-WRITE.

       AMPLIAR-IMAGEM-DESLIG.
           MOVE WS-DESLIG-ANTIGO TO WS-DSN-ANTIGO.
           MOVE ZEROS TO WS-DSN-INSS WS-DSN-IRRF.
           MOVE ZEROS TO WS-DSN-FGTS-RESCISAO WS-DSN-SALDO-FGTS
               WS-DSN-MULTA-FGTS WS-DSN-PENSAO.
           MOVE WS-DSA-TOTAL TO WS-DSN-LIQUIDO.

      *> PENDENCIA DE DESLIGAMENTO (AINDA AGUARDANDO O SUPERVISOR OU
      *> JA DECIDIDA) TEM A IMAGEM AMPLIADA DO MESMO JEITO QUE O
      *> ARQUIVO DE DESLIGAMENTOS; AS DEMAIS TEM A IMAGEM EM BRANCO
       CONVERTER-PENDENCIAS.
           MOVE "N" TO FIM-DO-ANTIGO.
           OPEN INPUT ARQUIVO-PEND-ANT.
           MOVE ZEROS TO PDA-SEQUENCIA.
           START ARQUIVO-PEND-ANT KEY IS NOT LESS THAN PDA-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO FIM-DO-ANTIGO
           END-START.
           IF NOT ACABOU-ANTIGO
               READ ARQUIVO-PEND-ANT NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-DO-ANTIGO
               END-READ
           END-IF.
           IF ACABOU-ANTIGO
               DISPLAY "PENDENCIAS.ANT AUSENTE OU VAZIO, "
                   "CONVERSAO PULADA"
           ELSE
               OPEN OUTPUT ARQUIVO-PENDENTE
               PERFORM GRAVAR-PENDENCIA-NOVA
               PERFORM COPIAR-PENDENCIA UNTIL ACABOU-ANTIGO
               CLOSE ARQUIVO-PENDENTE
           END-IF.
           CLOSE ARQUIVO-PEND-ANT.

       COPIAR-PENDENCIA.
           READ ARQUIVO-PEND-ANT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ANTIGO
               NOT AT END
                   PERFORM GRAVAR-PENDENCIA-NOVA
           END-READ.

       GRAVAR-PENDENCIA-NOVA.
           MOVE PDA-SEQUENCIA       TO PEND-SEQUENCIA.
           MOVE PDA-DATA            TO PEND-DATA.
           MOVE PDA-HORA            TO PEND-HORA.
           MOVE PDA-OPERADOR        TO PEND-OPERADOR.
           MOVE PDA-CODIGO          TO PEND-CODIGO.
           MOVE PDA-TIPO            TO PEND-TIPO.
           MOVE PDA-VALOR-ANTERIOR  TO PEND-VALOR-ANTERIOR.
           MOVE PDA-VALOR-NOVO      TO PEND-VALOR-NOVO.
           MOVE PDA-STATUS-ANTERIOR TO PEND-STATUS-ANTERIOR.
           MOVE PDA-STATUS-NOVO     TO PEND-STATUS-NOVO.
           MOVE PDA-SITUACAO        TO PEND-SITUACAO.
           MOVE PDA-APROVADOR       TO PEND-APROVADOR.
           MOVE PDA-MOTIVO-RECUSA   TO PEND-MOTIVO-RECUSA.
           IF PEND-DESLIGAMENTO
               MOVE PDA-DESLIG-IMAGEM TO WS-DESLIG-ANTIGO
               PERFORM AMPLIAR-IMAGEM-DESLIG
               MOVE WS-DESLIG-NOVO TO PEND-DESLIG-IMAGEM
           ELSE
               MOVE SPACES TO PEND-DESLIG-IMAGEM
           END-IF.
           WRITE PEND-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER A PENDENCIA "
                       PDA-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-PENDENCIAS
           END-WRITE.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
