       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG135.
      *> PROGRAMA DE RETENCAO DOS ARQUIVOS DE MOVIMENTO
      *> O PROG74 ARQUIVA FUNCIONARIOS, MAS O PONTO (UM REGISTRO POR
      *> FUNCIONARIO POR DIA), AS RUBRICAS DO FOLHAEVT, A TRILHA DE
      *> AUDITORIA, O JORNAL DE EXECUCAO E O HISTORICO SALARIAL SO
      *> CRESCEM, E O PROG41 E O PROG82 FICAM MAIS LENTOS A CADA ANO.
      *> LOTE ANUAL: PARA CADA ARQUIVO, OS REGISTROS DE ANOS ANTERIORES
      *> AO CORTE (PRAZO EM ANOS INFORMADO POR ARQUIVO, CONTADO DE 1 DE
      *> JANEIRO) SAO COPIADOS PARA UM ARQUIVO SEQUENCIAL DATADO DE
      *> RETENCAO E SO DEPOIS REMOVIDOS DO ARQUIVO ATIVO. CADA ARQUIVO
      *> DE RETENCAO LEVA TRAILER "TRL" COM A CONTAGEM E ENTRA NO
      *> CATALOGO DE RETENCAO (NO MOLDE DO CATALOGO DE BACKUP DO
      *> PROG39), ONDE O PROG136 O ENCONTRA QUANDO UM AUDITOR OU UMA
      *> ACAO TRABALHISTA PEDE UM ANO JA RETIDO. OS INDEXADOS PERDEM
      *> OS REGISTROS POR DELETE; OS SEQUENCIAIS SAO REGRAVADOS A
      *> PARTIR DE UM ARQUIVO DE TRABALHO COM O QUE FICA. O RELATORIO
      *> DO SPOOL (RELRETENCAO) TRAZ AS CONTAGENS ANTES E DEPOIS DE
      *> CADA ARQUIVO. RODA NA JANELA DE MANUTENCAO, SEM NINGUEM NO
      *> SISTEMA, A PARTIR DO PROG44
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELSALHIST TAB
           COPY "SELSALHIST.COB".
      *> SELRETEN TAB
           COPY "SELRETEN.COB".
      *> SELCATRETEN TAB
           COPY "SELCATRETEN.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-TRABALHO ASSIGN TO "WORKRETEN"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDSALHIST TAB
           COPY "FDSALHIST.COB".
      *> FDRETEN TAB
           COPY "FDRETEN.COB".
      *> FDCATRETEN TAB
           COPY "FDCATRETEN.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37
       FD  ARQUIVO-AUDITORIA
           LABEL RECORD STANDARD.
       01  AUDITORIA-REGISTRO.
           05  AUD-DATA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-HORA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-OPERADOR      PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-ACAO          PIC X(10).

       FD  ARQUIVO-TRABALHO
           LABEL RECORD STANDARD.
       01  TRABALHO-REGISTRO     PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> WSRETEN TAB (NOME FISICO VARIAVEL DO ARQUIVO DE RETENCAO)
           COPY "WSRETEN.COB".
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DO-TRABALHO   PIC X(01) VALUE "N".
           88  ACABOU-TRABALHO       VALUE "S".
       01  FIM-DO-CATALOGO   PIC X(01) VALUE "N".
           88  ACABOU-CATALOGO       VALUE "S".
       01  WS-CONFIRMA       PIC X(01).

      *> PRAZO EM ANOS POR ARQUIVO; ZERO (NAO INFORMADO) = PADRAO
       01  WS-ANOS-PONTO     PIC 9(02) VALUE ZEROS.
       01  WS-ANOS-EVENTOS   PIC 9(02) VALUE ZEROS.
       01  WS-ANOS-AUDITORIA PIC 9(02) VALUE ZEROS.
       01  WS-ANOS-JORNAL    PIC 9(02) VALUE ZEROS.
       01  WS-ANOS-SALHIST   PIC 9(02) VALUE ZEROS.
       01  WS-ANOS-INFORMADO PIC 9(02) VALUE ZEROS.
      *> CORTE = 1 DE JANEIRO DO ANO ATUAL MENOS O PRAZO: SO SAEM
      *> ANOS INTEIROS, E O ANO CORRENTE NUNCA E TOCADO
       01  WS-DATA-CORTE.
           05  WS-CORTE-ANO   PIC 9(04).
           05  WS-CORTE-MES   PIC 9(02).
           05  WS-CORTE-DIA   PIC 9(02).
       01  WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(08).
       01  WS-CORTE-PONTO    PIC 9(08) VALUE ZEROS.
       01  WS-CORTE-EVENTOS  PIC 9(08) VALUE ZEROS.
       01  WS-CORTE-AUDITORIA PIC 9(08) VALUE ZEROS.
       01  WS-CORTE-JORNAL   PIC 9(08) VALUE ZEROS.
       01  WS-CORTE-SALHIST  PIC 9(08) VALUE ZEROS.

      *> ARQUIVO DE ORIGEM EM TRATAMENTO E O REGISTRO A RETER
       01  WS-ORIGEM         PIC X(10).
       01  WS-CORTE-ORIGEM   PIC 9(08) VALUE ZEROS.
       01  WS-RET-DATA       PIC 9(08) VALUE ZEROS.
       01  WS-RET-CODIGO     PIC 9(05) VALUE ZEROS.
       01  WS-RET-IMAGEM     PIC X(60).
       01  WS-RETENCAO-ABERTA PIC X(01) VALUE "N".
           88  RETENCAO-ABERTA       VALUE "S".
       01  WS-SEQ-RETEN      PIC 9(05) VALUE ZEROS.
       01  WS-DATA-INICIAL   PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FINAL     PIC 9(08) VALUE ZEROS.
       01  WS-QTD-ANTES      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RETIDOS    PIC 9(07) VALUE ZEROS.
       01  WS-QTD-DEPOIS     PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ERROS      PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-RETIDOS  PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-ERROS    PIC 9(07) VALUE ZEROS.
      *> WSIDADEMINIMA TAB (FORNECE WS-DATA-HOJE)
           COPY "WSIDADEMINIMA.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== RETENCAO DOS ARQUIVOS DE MOVIMENTO =====".
           PERFORM SESSAO-LER-OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "INFORME O PRAZO EM ANOS DE CADA ARQUIVO; O ANO "
               "CORRENTE E OS ANTERIORES DENTRO DO PRAZO FICAM".
           DISPLAY "PONTO............. (0 = 2 ANOS): ".
           ACCEPT WS-ANOS-PONTO.
           MOVE WS-ANOS-PONTO TO WS-ANOS-INFORMADO.
           IF WS-ANOS-INFORMADO = ZERO
               MOVE 2 TO WS-ANOS-INFORMADO
           END-IF.
           PERFORM CALCULAR-CORTE.
           MOVE WS-DATA-CORTE-NUM TO WS-CORTE-PONTO.
           DISPLAY "RUBRICAS FOLHAEVT. (0 = 5 ANOS): ".
           ACCEPT WS-ANOS-EVENTOS.
           MOVE WS-ANOS-EVENTOS TO WS-ANOS-INFORMADO.
           IF WS-ANOS-INFORMADO = ZERO
               MOVE 5 TO WS-ANOS-INFORMADO
           END-IF.
           PERFORM CALCULAR-CORTE.
           MOVE WS-DATA-CORTE-NUM TO WS-CORTE-EVENTOS.
           DISPLAY "AUDITORIA......... (0 = 5 ANOS): ".
           ACCEPT WS-ANOS-AUDITORIA.
           MOVE WS-ANOS-AUDITORIA TO WS-ANOS-INFORMADO.
           IF WS-ANOS-INFORMADO = ZERO
               MOVE 5 TO WS-ANOS-INFORMADO
           END-IF.
           PERFORM CALCULAR-CORTE.
           MOVE WS-DATA-CORTE-NUM TO WS-CORTE-AUDITORIA.
           DISPLAY "JORNAL DE EXECUCAO (0 = 2 ANOS): ".
           ACCEPT WS-ANOS-JORNAL.
           MOVE WS-ANOS-JORNAL TO WS-ANOS-INFORMADO.
           IF WS-ANOS-INFORMADO = ZERO
               MOVE 2 TO WS-ANOS-INFORMADO
           END-IF.
           PERFORM CALCULAR-CORTE.
           MOVE WS-DATA-CORTE-NUM TO WS-CORTE-JORNAL.
           DISPLAY "HISTORICO SALARIAL (0 = 10 ANOS): ".
           ACCEPT WS-ANOS-SALHIST.
           MOVE WS-ANOS-SALHIST TO WS-ANOS-INFORMADO.
           IF WS-ANOS-INFORMADO = ZERO
               MOVE 10 TO WS-ANOS-INFORMADO
           END-IF.
           PERFORM CALCULAR-CORTE.
           MOVE WS-DATA-CORTE-NUM TO WS-CORTE-SALHIST.
           DISPLAY "SAEM DOS ARQUIVOS ATIVOS OS REGISTROS ANTES DE:".
           DISPLAY "  PONTO............. " WS-CORTE-PONTO.
           DISPLAY "  RUBRICAS FOLHAEVT. " WS-CORTE-EVENTOS.
           DISPLAY "  AUDITORIA......... " WS-CORTE-AUDITORIA.
           DISPLAY "  JORNAL DE EXECUCAO " WS-CORTE-JORNAL.
           DISPLAY "  HISTORICO SALARIAL " WS-CORTE-SALHIST.
           DISPLAY "NINGUEM PODE ESTAR USANDO O SISTEMA. CONFIRMA? "
               "(S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RETENCAO NAO EXECUTADA"
               GO TO PROGRAM-DONE
           END-IF.
      *> O JORNAL E UM DOS ARQUIVOS RETIDOS: O INICIO E GRAVADO E O
      *> ARQUIVO FECHADO; O FIM E GRAVADO DEPOIS DA REGRAVACAO
           MOVE "PROG135" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           CLOSE ARQUIVO-JORNAL.
           MOVE "PROG135" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELRETENCAO" TO WS-SPOOL-ARQUIVO.
           MOVE "RETENCAO DOS ARQUIVOS DE MOVIMENTO" TO WS-SPOOL-TITULO.
           STRING "ARQUIVO    CORTE      ANTES  RETIDOS   DEPOIS "
               DELIMITED BY SIZE
               "ARQUIVO DE RETENCAO" DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           PERFORM ACHAR-ULTIMA-SEQUENCIA.
           PERFORM RETER-PONTO.
           PERFORM RETER-EVENTOS.
           PERFORM RETER-AUDITORIA.
           PERFORM RETER-SALHIST.
           PERFORM RETER-JORNAL.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "TOTAL RETIDO: " DELIMITED BY SIZE
               WS-TOTAL-RETIDOS DELIMITED BY SIZE
               "   ERROS: " DELIMITED BY SIZE
               WS-TOTAL-ERROS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "TOTAL RETIDO: " WS-TOTAL-RETIDOS
               "   ERROS: " WS-TOTAL-ERROS.
           DISPLAY "RELATORIO NO SPOOL: " WS-SPOOL-ARQUIVO.
           OPEN EXTEND ARQUIVO-JORNAL.
           IF WS-TOTAL-ERROS = ZERO
               MOVE "S" TO WS-JORNAL-STATUS
           ELSE
               MOVE "F" TO WS-JORNAL-STATUS
           END-IF.
           MOVE WS-TOTAL-RETIDOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       CALCULAR-CORTE.
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE.
           COMPUTE WS-CORTE-ANO = WS-ANO-HOJE - WS-ANOS-INFORMADO.
           MOVE 01 TO WS-CORTE-MES.
           MOVE 01 TO WS-CORTE-DIA.

      *> O NUMERO DO ARQUIVO DE RETENCAO CONTINUA O DO CATALOGO
       ACHAR-ULTIMA-SEQUENCIA.
           MOVE ZEROS TO WS-SEQ-RETEN.
           MOVE "N" TO FIM-DO-CATALOGO.
           OPEN INPUT ARQUIVO-CATRETEN.
           MOVE ZEROS TO CATR-SEQUENCIA.
           START ARQUIVO-CATRETEN KEY IS NOT LESS THAN CATR-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO FIM-DO-CATALOGO
           END-START.
           PERFORM LER-PROXIMA-ENTRADA UNTIL ACABOU-CATALOGO.
           CLOSE ARQUIVO-CATRETEN.

       LER-PROXIMA-ENTRADA.
           READ ARQUIVO-CATRETEN NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CATALOGO
               NOT AT END
                   MOVE CATR-SEQUENCIA TO WS-SEQ-RETEN
           END-READ.

      *> PONTO: CHAVE CODIGO + DATA, ENTAO A VARREDURA E COMPLETA
       RETER-PONTO.
           MOVE "PONTO" TO WS-ORIGEM.
           MOVE WS-CORTE-PONTO TO WS-CORTE-ORIGEM.
           PERFORM INICIAR-ORIGEM.
           OPEN I-O ARQUIVO-PONTO WITH LOCK.
           MOVE ZEROS TO PONTO-CHAVE.
           START ARQUIVO-PONTO KEY IS NOT LESS THAN PONTO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM EXAMINAR-PONTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PONTO.
           PERFORM ENCERRAR-ORIGEM.

       EXAMINAR-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTD-ANTES
                   MOVE PONTO-DATA TO WS-RET-DATA
                   IF WS-RET-DATA < WS-CORTE-ORIGEM
                       MOVE PONTO-CODIGO TO WS-RET-CODIGO
                       MOVE PONTO-REGISTRO TO WS-RET-IMAGEM
                       PERFORM GRAVAR-RETENCAO
                       DELETE ARQUIVO-PONTO RECORD
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS
                               ADD 1 TO WS-QTD-DEPOIS
                               DISPLAY "ERRO AO REMOVER O PONTO "
                                   PONTO-CHAVE
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-QTD-DEPOIS
                   END-IF
           END-READ.

      *> RUBRICAS: A COMPETENCIA VALE COMO DIA 1 DO MES
       RETER-EVENTOS.
           MOVE "FOLHAEVT" TO WS-ORIGEM.
           MOVE WS-CORTE-EVENTOS TO WS-CORTE-ORIGEM.
           PERFORM INICIAR-ORIGEM.
           OPEN I-O ARQUIVO-FOLHAEVT WITH LOCK.
           MOVE ZEROS TO FOLHAEVT-CHAVE.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM EXAMINAR-EVENTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FOLHAEVT.
           PERFORM ENCERRAR-ORIGEM.

       EXAMINAR-EVENTO.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTD-ANTES
                   COMPUTE WS-RET-DATA =
                       FOLHAEVT-COMPETENCIA * 100 + 1
                   IF WS-RET-DATA < WS-CORTE-ORIGEM
                       MOVE FOLHAEVT-CODIGO TO WS-RET-CODIGO
                       MOVE FOLHAEVT-REGISTRO TO WS-RET-IMAGEM
                       PERFORM GRAVAR-RETENCAO
                       DELETE ARQUIVO-FOLHAEVT RECORD
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS
                               ADD 1 TO WS-QTD-DEPOIS
                               DISPLAY "ERRO AO REMOVER A RUBRICA "
                                   FOLHAEVT-CHAVE
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-QTD-DEPOIS
                   END-IF
           END-READ.

      *> SEQUENCIAIS: O QUE FICA VAI PARA O ARQUIVO DE TRABALHO E SO
      *> VOLTA POR CIMA DO ATIVO DEPOIS QUE O ARQUIVO DE RETENCAO FOI
      *> FECHADO E CATALOGADO. UMA QUEDA NA REGRAVACAO DEIXA O QUE
      *> FICA INTACTO EM WORKRETEN PARA A RECUPERACAO
       RETER-AUDITORIA.
           MOVE "AUDITORIA" TO WS-ORIGEM.
           MOVE WS-CORTE-AUDITORIA TO WS-CORTE-ORIGEM.
           PERFORM INICIAR-ORIGEM.
           OPEN INPUT ARQUIVO-AUDITORIA.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           PERFORM EXAMINAR-AUDITORIA UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-TRABALHO.
           PERFORM ENCERRAR-ORIGEM.
           IF WS-QTD-RETIDOS > ZERO
               MOVE "N" TO FIM-DO-TRABALHO
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT ARQUIVO-AUDITORIA
               PERFORM LER-PROXIMO-TRABALHO
               PERFORM DEVOLVER-AUDITORIA UNTIL ACABOU-TRABALHO
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-AUDITORIA
           END-IF.

       EXAMINAR-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTD-ANTES
                   MOVE AUD-DATA TO WS-RET-DATA
                   IF WS-RET-DATA < WS-CORTE-ORIGEM
                       MOVE AUD-CODIGO TO WS-RET-CODIGO
                       MOVE AUDITORIA-REGISTRO TO WS-RET-IMAGEM
                       PERFORM GRAVAR-RETENCAO
                   ELSE
                       MOVE AUDITORIA-REGISTRO TO TRABALHO-REGISTRO
                       WRITE TRABALHO-REGISTRO
                       ADD 1 TO WS-QTD-DEPOIS
                   END-IF
           END-READ.

       DEVOLVER-AUDITORIA.
           MOVE TRABALHO-REGISTRO TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.
           PERFORM LER-PROXIMO-TRABALHO.

       RETER-SALHIST.
           MOVE "SALHIST" TO WS-ORIGEM.
           MOVE WS-CORTE-SALHIST TO WS-CORTE-ORIGEM.
           PERFORM INICIAR-ORIGEM.
           OPEN INPUT ARQUIVO-SALHIST.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           PERFORM EXAMINAR-SALHIST UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-SALHIST.
           CLOSE ARQUIVO-TRABALHO.
           PERFORM ENCERRAR-ORIGEM.
           IF WS-QTD-RETIDOS > ZERO
               MOVE "N" TO FIM-DO-TRABALHO
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT ARQUIVO-SALHIST
               PERFORM LER-PROXIMO-TRABALHO
               PERFORM DEVOLVER-SALHIST UNTIL ACABOU-TRABALHO
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-SALHIST
           END-IF.

       EXAMINAR-SALHIST.
           READ ARQUIVO-SALHIST
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTD-ANTES
                   MOVE SALHIST-DATA TO WS-RET-DATA
                   IF WS-RET-DATA < WS-CORTE-ORIGEM
                       MOVE SALHIST-CODIGO TO WS-RET-CODIGO
                       MOVE SALHIST-REGISTRO TO WS-RET-IMAGEM
                       PERFORM GRAVAR-RETENCAO
                   ELSE
                       MOVE SALHIST-REGISTRO TO TRABALHO-REGISTRO
                       WRITE TRABALHO-REGISTRO
                       ADD 1 TO WS-QTD-DEPOIS
                   END-IF
           END-READ.

       DEVOLVER-SALHIST.
           MOVE TRABALHO-REGISTRO TO SALHIST-REGISTRO.
           WRITE SALHIST-REGISTRO.
           PERFORM LER-PROXIMO-TRABALHO.

       RETER-JORNAL.
           MOVE "JORNAL" TO WS-ORIGEM.
           MOVE WS-CORTE-JORNAL TO WS-CORTE-ORIGEM.
           PERFORM INICIAR-ORIGEM.
           OPEN INPUT ARQUIVO-JORNAL.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           PERFORM EXAMINAR-JORNAL UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-JORNAL.
           CLOSE ARQUIVO-TRABALHO.
           PERFORM ENCERRAR-ORIGEM.
           IF WS-QTD-RETIDOS > ZERO
               MOVE "N" TO FIM-DO-TRABALHO
               OPEN INPUT ARQUIVO-TRABALHO
               OPEN OUTPUT ARQUIVO-JORNAL
               PERFORM LER-PROXIMO-TRABALHO
               PERFORM DEVOLVER-JORNAL UNTIL ACABOU-TRABALHO
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-JORNAL
           END-IF.

       EXAMINAR-JORNAL.
           READ ARQUIVO-JORNAL
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTD-ANTES
                   MOVE JORNAL-DATA TO WS-RET-DATA
                   IF WS-RET-DATA < WS-CORTE-ORIGEM
                       MOVE ZEROS TO WS-RET-CODIGO
                       MOVE JORNAL-REGISTRO TO WS-RET-IMAGEM
                       PERFORM GRAVAR-RETENCAO
                   ELSE
                       MOVE JORNAL-REGISTRO TO TRABALHO-REGISTRO
                       WRITE TRABALHO-REGISTRO
                       ADD 1 TO WS-QTD-DEPOIS
                   END-IF
           END-READ.

       DEVOLVER-JORNAL.
           MOVE TRABALHO-REGISTRO TO JORNAL-REGISTRO.
           WRITE JORNAL-REGISTRO.
           PERFORM LER-PROXIMO-TRABALHO.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO
               AT END
                   MOVE "S" TO FIM-DO-TRABALHO
           END-READ.

       INICIAR-ORIGEM.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE "N" TO WS-RETENCAO-ABERTA.
           MOVE SPACES TO WS-RETEN-ARQUIVO.
           MOVE 99999999 TO WS-DATA-INICIAL.
           MOVE ZEROS TO WS-DATA-FINAL.
           MOVE ZEROS TO WS-QTD-ANTES.
           MOVE ZEROS TO WS-QTD-RETIDOS.
           MOVE ZEROS TO WS-QTD-DEPOIS.
           MOVE ZEROS TO WS-QTD-ERROS.

      *> O ARQUIVO DE RETENCAO SO E CRIADO NO PRIMEIRO REGISTRO
      *> RETIDO: ORIGEM SEM NADA ANTERIOR AO CORTE NAO GERA ARQUIVO
      *> VAZIO NEM ENTRADA NO CATALOGO
       GRAVAR-RETENCAO.
           IF NOT RETENCAO-ABERTA
               ADD 1 TO WS-SEQ-RETEN
               STRING "RET" DELIMITED BY SIZE
                   WS-ORIGEM DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-SEQ-RETEN DELIMITED BY SIZE
                   INTO WS-RETEN-ARQUIVO
               END-STRING
               OPEN OUTPUT ARQUIVO-RETENCAO
               MOVE "S" TO WS-RETENCAO-ABERTA
           END-IF.
           MOVE WS-RET-DATA TO RETEN-DATA-REF.
           MOVE WS-RET-CODIGO TO RETEN-CODIGO.
           MOVE WS-RET-IMAGEM TO RETEN-IMAGEM.
           WRITE RETEN-REGISTRO.
           ADD 1 TO WS-QTD-RETIDOS.
           IF WS-RET-DATA < WS-DATA-INICIAL
               MOVE WS-RET-DATA TO WS-DATA-INICIAL
           END-IF.
           IF WS-RET-DATA > WS-DATA-FINAL
               MOVE WS-RET-DATA TO WS-DATA-FINAL
           END-IF.

       ENCERRAR-ORIGEM.
           IF RETENCAO-ABERTA
               MOVE "TRL" TO RETEN-TRL-MARCA
               MOVE WS-QTD-RETIDOS TO RETEN-TRL-TOTAL
               WRITE RETEN-TRAILER
               CLOSE ARQUIVO-RETENCAO
               PERFORM CATALOGAR-RETENCAO
           END-IF.
           ADD WS-QTD-RETIDOS TO WS-TOTAL-RETIDOS.
           ADD WS-QTD-ERROS TO WS-TOTAL-ERROS.
           STRING WS-ORIGEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CORTE-ORIGEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTD-ANTES DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-QTD-RETIDOS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-QTD-DEPOIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RETEN-ARQUIVO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-QTD-ERROS > ZERO
               STRING "           ERROS NA REMOCAO: " DELIMITED BY SIZE
                   WS-QTD-ERROS DELIMITED BY SIZE
                   " (FICARAM NO ATIVO E NA RETENCAO)"
                   DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           DISPLAY WS-ORIGEM " ANTES " WS-QTD-ANTES
               " RETIDOS " WS-QTD-RETIDOS " DEPOIS " WS-QTD-DEPOIS.

       CATALOGAR-RETENCAO.
           OPEN I-O ARQUIVO-CATRETEN.
           MOVE WS-SEQ-RETEN     TO CATR-SEQUENCIA.
           MOVE WS-ORIGEM        TO CATR-ORIGEM.
           MOVE WS-RETEN-ARQUIVO TO CATR-ARQUIVO.
           MOVE WS-CORTE-ORIGEM  TO CATR-CORTE.
           MOVE WS-DATA-INICIAL  TO CATR-DATA-INICIAL.
           MOVE WS-DATA-FINAL    TO CATR-DATA-FINAL.
           ACCEPT CATR-DATA FROM DATE YYYYMMDD.
           ACCEPT CATR-HORA FROM TIME.
           MOVE WS-QTD-RETIDOS   TO CATR-REGISTROS.
           MOVE "A" TO CATR-STATUS.
           WRITE CATR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CATALOGAR " WS-RETEN-ARQUIVO
           END-WRITE.
           CLOSE ARQUIVO-CATRETEN.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
