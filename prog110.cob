       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG110.
      *> PROGRAMA DE GERACAO DA REMESSA DE PENSAO ALIMENTICIA
      *> LE OS PAGAMENTOS DE PENSAO DA COMPETENCIA INFORMADA (GRAVADOS
      *> PELA FOLHA OFICIAL, PELA SEGUNDA PARCELA DO 13 E PELA
      *> APROVACAO DO DESLIGAMENTO) AINDA NAO REMETIDOS E GERA O
      *> CREDITO A CADA BENEFICIARIO NO LAYOUT POSICIONAL DO PROG67:
      *> HEADER "1", UM DETALHE "2" POR ORDEM COM O CODIGO DO
      *> FUNCIONARIO, O NOME E A CONTA DO BENEFICIARIO (DA ORDEM
      *> JUDICIAL) E O VALOR EM CENTAVOS, E TRAILER "9". O PAGAMENTO
      *> REMETIDO E MARCADO PARA NAO SAIR DE NOVO; O DE BENEFICIARIO
      *> SEM CONTA FICA PENDENTE PARA O CREDITO MANUAL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELPENSAO TAB
           COPY "SELPENSAO.COB".
      *> SELPENSAOPAG TAB
           COPY "SELPENSAOPAG.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
           SELECT ARQUIVO-REMESSA ASSIGN TO "REMESSAPENSAO"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDPENSAO TAB
           COPY "FDPENSAO.COB".
      *> FDPENSAOPAG TAB
           COPY "FDPENSAOPAG.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       FD  ARQUIVO-REMESSA
           LABEL RECORD STANDARD.
       01  REMESSA-HEADER.
           05  REM-H-TIPO        PIC X(01).
           05  REM-H-DATA        PIC 9(08).
           05  REM-H-COMPETENCIA PIC 9(06).
           05  REM-H-EMPRESA     PIC X(30).
       01  REMESSA-DETALHE.
           05  REM-D-TIPO        PIC X(01).
           05  REM-D-CODIGO      PIC 9(05).
           05  REM-D-NOME        PIC X(30).
           05  REM-D-BANCO       PIC X(03).
           05  REM-D-AGENCIA     PIC X(05).
           05  REM-D-CONTA       PIC X(10).
           05  REM-D-CONTA-DV    PIC X(01).
           05  REM-D-TIPO-CONTA  PIC X(01).
           05  REM-D-VALOR-CENTAVOS PIC 9(10).
       01  REMESSA-TRAILER.
           05  REM-T-TIPO        PIC X(01).
           05  REM-T-QUANTIDADE  PIC 9(05).
           05  REM-T-TOTAL-CENTAVOS PIC 9(12).

       WORKING-STORAGE SECTION.
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> A REMESSA SAI FILTRADA PELA EMPRESA DA SESSAO; FORA DO MENU
      *> (SEM SESSAO) O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-PAG    PIC X(02).
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-DT-GERACAO     PIC 9(08).
       01  FIM-DOS-PAGAMENTOS PIC X(01) VALUE "N".
           88  ACABOU-PAGAMENTOS     VALUE "S".
       01  WS-QTD-DETALHES   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-ORDEM  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-JA-REMETIDOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS PIC 9(12) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== REMESSA DE PENSAO ALIMENTICIA =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-REMESSA.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           ACCEPT WS-DT-GERACAO FROM DATE YYYYMMDD.
           MOVE "PROG110" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-PENSAO.
           OPEN I-O ARQUIVO-PENSAOPAG.
           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM GRAVAR-HEADER-REMESSA.
           MOVE "N" TO FIM-DOS-PAGAMENTOS.
           MOVE WS-COMPETENCIA TO PPAG-COMPETENCIA.
           MOVE LOW-VALUES TO PPAG-ORIGEM.
           MOVE ZEROS TO PPAG-CODIGO.
           MOVE ZEROS TO PPAG-SEQUENCIA.
           START ARQUIVO-PENSAOPAG KEY IS NOT LESS THAN PPAG-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-PAGAMENTOS
           END-START.
           PERFORM REMETER-PAGAMENTO UNTIL ACABOU-PAGAMENTOS.
           PERFORM GRAVAR-TRAILER-REMESSA.
           CLOSE ARQUIVO-PENSAO.
           CLOSE ARQUIVO-PENSAOPAG.
           CLOSE ARQUIVO-REMESSA.
           DISPLAY "CREDITOS NA REMESSA....: " WS-QTD-DETALHES.
           DISPLAY "SEM CONTA (CREDITO MANUAL): " WS-QTD-SEM-CONTA.
           DISPLAY "ORDEM NAO ENCONTRADA.......: " WS-QTD-SEM-ORDEM.
           DISPLAY "JA REMETIDOS ANTES.........: " WS-QTD-JA-REMETIDOS.
           DISPLAY "TOTAL EM CENTAVOS......: " WS-TOTAL-CENTAVOS.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-DETALHES TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-REMESSA.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DA REMESSA (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "REMESSA DA EMPRESA " WS-EMPRESA-FILTRO.

       GRAVAR-HEADER-REMESSA.
           MOVE "1" TO REM-H-TIPO.
           MOVE WS-DT-GERACAO TO REM-H-DATA.
           MOVE WS-COMPETENCIA TO REM-H-COMPETENCIA.
           MOVE "SISTEMA DE FUNCIONARIOS" TO REM-H-EMPRESA.
           WRITE REMESSA-HEADER.

      *> A CHAVE COMECA PELA COMPETENCIA: O PRIMEIRO REGISTRO DE
      *> OUTRA COMPETENCIA ENCERRA A LEITURA
       REMETER-PAGAMENTO.
           READ ARQUIVO-PENSAOPAG NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-PAGAMENTOS
               NOT AT END
                   IF PPAG-COMPETENCIA NOT = WS-COMPETENCIA
                       MOVE "S" TO FIM-DOS-PAGAMENTOS
                   ELSE
                       MOVE PPAG-EMPRESA TO WS-EMPRESA-PAG
                       IF WS-EMPRESA-PAG = SPACES
                           MOVE "01" TO WS-EMPRESA-PAG
                       END-IF
                       IF WS-EMPRESA-PAG = WS-EMPRESA-FILTRO
                           PERFORM AVALIAR-PAGAMENTO
                       END-IF
                   END-IF
           END-READ.

       AVALIAR-PAGAMENTO.
           IF PPAG-REMETIDO
               ADD 1 TO WS-QTD-JA-REMETIDOS
           ELSE
               IF PPAG-VALOR > ZERO
                   PERFORM LER-ORDEM-DO-PAGAMENTO
               END-IF
           END-IF.

      *> A CONTA DO BENEFICIARIO VEM DA ORDEM JUDICIAL ATUAL
       LER-ORDEM-DO-PAGAMENTO.
           MOVE PPAG-CODIGO    TO PENSAO-CODIGO.
           MOVE PPAG-SEQUENCIA TO PENSAO-SEQUENCIA.
           READ ARQUIVO-PENSAO
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-ORDEM
                   DISPLAY "ORDEM " PPAG-CODIGO "-" PPAG-SEQUENCIA
                       " NAO ENCONTRADA; CREDITO NAO GERADO"
               NOT INVALID KEY
                   IF PENSAO-BANCO = SPACES
                       ADD 1 TO WS-QTD-SEM-CONTA
                   ELSE
                       PERFORM GRAVAR-DETALHE-REMESSA
                       PERFORM MARCAR-PAGAMENTO-REMETIDO
                   END-IF
           END-READ.

       GRAVAR-DETALHE-REMESSA.
           MOVE "2" TO REM-D-TIPO.
           MOVE PPAG-CODIGO         TO REM-D-CODIGO.
           MOVE PENSAO-BENEFICIARIO TO REM-D-NOME.
           MOVE PENSAO-BANCO        TO REM-D-BANCO.
           MOVE PENSAO-AGENCIA      TO REM-D-AGENCIA.
           MOVE PENSAO-CONTA        TO REM-D-CONTA.
           MOVE PENSAO-CONTA-DV     TO REM-D-CONTA-DV.
           MOVE PENSAO-TIPO-CONTA   TO REM-D-TIPO-CONTA.
           COMPUTE REM-D-VALOR-CENTAVOS = PPAG-VALOR * 100.
           WRITE REMESSA-DETALHE.
           ADD 1 TO WS-QTD-DETALHES.
           ADD REM-D-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS.

       MARCAR-PAGAMENTO-REMETIDO.
           MOVE "S" TO PPAG-REMESSA.
           REWRITE PPAG-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O PAGAMENTO " PPAG-CODIGO
                       "-" PPAG-SEQUENCIA " COMO REMETIDO"
           END-REWRITE.

       GRAVAR-TRAILER-REMESSA.
           MOVE "9" TO REM-T-TIPO.
           MOVE WS-QTD-DETALHES   TO REM-T-QUANTIDADE.
           MOVE WS-TOTAL-CENTAVOS TO REM-T-TOTAL-CENTAVOS.
           WRITE REMESSA-TRAILER.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
