      *> ENCERRAMENTO COM O RETORNO REAL, A CONSULTA POR FUNCIONARIO
      *> E O RELATORIO DOS AFASTAMENTOS COM RETORNO PREVISTO NO MES
      *> SEGUINTE. O PROG41 SUSPENDE OU AJUSTA O PAGAMENTO ENQUANTO O
      *> AFASTAMENTO ESTA ABERTO. O ENCERRAMENTO AGENDA O EXAME
      *> MEDICO DE RETORNO AO TRABALHO (PROG122) PARA A DATA DO
      *> RETORNO REAL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.COB".
      *> SELAFASTAMENTO TAB
           COPY "SELAFASTAMENTO.COB".
      *> SELEXAME TAB
           COPY "SELEXAME.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDAFASTAMENTO TAB
           COPY "FDAFASTAMENTO.COB".
      *> FDEXAME TAB
           COPY "FDEXAME.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
       01  WS-MES-SEGUINTE   PIC 9(06) VALUE ZEROS.
       01  WS-RETORNO-ANOMES PIC 9(06) VALUE ZEROS.
       01  WS-TOTAL-A-VENCER PIC 9(05) VALUE ZEROS.
      *> WSEXAME TAB (EXAMES MEDICOS OCUPACIONAIS)
           COPY "WSEXAME.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-AFASTAMENTO.
           OPEN I-O ARQUIVO-EXAME.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-EXAME.
       PROGRAM-DONE.
        GOBACK.

                           NOT INVALID KEY
                               DISPLAY "AFASTAMENTO ENCERRADO, A "
                                   "FOLHA VOLTA AO NORMAL"
                               PERFORM AGENDAR-EXAME-RETORNO
                       END-REWRITE
                   END-IF
           END-READ.

      *> O EXAME DE RETORNO NASCE AGENDADO PARA O PRIMEIRO DIA DE
      *> VOLTA; A CLINICA E O RESULTADO SAO INFORMADOS NO PROG122
       AGENDAR-EXAME-RETORNO.
           MOVE AFAST-CODIGO TO WS-EXA-CODIGO.
           PERFORM EXA-PROXIMA-SEQUENCIA.
           MOVE SPACES TO EXAME-REGISTRO.
           MOVE WS-EXA-CODIGO         TO EXAME-CODIGO-FUNC.
           MOVE WS-EXA-SEQUENCIA      TO EXAME-SEQUENCIA.
           MOVE "R"                   TO EXAME-TIPO.
           MOVE AFAST-DT-RETORNO-REAL TO EXAME-DT-AGENDADA.
           MOVE ZEROS TO EXAME-DT-REALIZACAO EXAME-DT-PROXIMO.
           WRITE EXAME-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO AGENDAR O EXAME DE RETORNO"
               NOT INVALID KEY
                   DISPLAY "EXAME DE RETORNO AO TRABALHO AGENDADO "
                       "PARA " EXAME-DT-AGENDADA
           END-WRITE.

       CONSULTAR-AFASTAMENTOS.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDEXAME TAB (EXAMES MEDICOS OCUPACIONAIS)
           COPY "PDEXAME.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
