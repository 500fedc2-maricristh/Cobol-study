      *> E TRAILER "9" COM AS QUANTIDADES E O TOTAL. ELIMINA A
      *> DIGITACAO DO LIQUIDO NO PORTAL E A LISTA DE CONTAS EM PAPEL
      *> QUE O BANCO MANTINHA; FUNCIONARIO SEM CONTA CADASTRADA SAI
      *> NO CONTADOR DE PULADOS PARA TRATAMENTO MANUAL. A REMESSA
      *> NASCE NAO LIBERADA NO ARQUIVO DE CONCILIACAO E SO PODE IR
      *> AO BANCO DEPOIS QUE A CONCILIACAO DA FOLHA (PROG116) PASSAR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFOLHAHIST.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELCONCILIA TAB
           COPY "SELCONCILIA.COB".
           SELECT ARQUIVO-REMESSA ASSIGN TO "REMESSABANCO"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDFOLHAHIST.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDCONCILIA TAB (LIBERACAO DA REMESSA PELA CONCILIACAO)
           COPY "FDCONCILIA.COB".

       FD  ARQUIVO-REMESSA
           LABEL RECORD STANDARD.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-REMESSA.
           PERFORM MARCAR-REMESSA-NAO-LIBERADA.
           DISPLAY "CREDITOS NA REMESSA....: " WS-QTD-DETALHES.
           DISPLAY "PULADOS (INATIVOS/OUTRA EMPRESA/SEM CONTA): "
               WS-QTD-PULADOS.
               DISPLAY "ATENCAO: NAO HA FOLHA GRAVADA PARA ESTA "
                   "COMPETENCIA"
           END-IF.
           DISPLAY "REMESSA NAO LIBERADA: RODE A CONCILIACAO DA FOLHA "
               "(PROG116) ANTES DE ENVIAR AO BANCO".
       PROGRAM-DONE.
        GOBACK.

       POSICIONAR-NA-COMPETENCIA.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.

      *> SO A FOLHA NORMAL DO MES; A COMPLEMENTAR SAI NA REMESSA
      *> PROPRIA GERADA PELO PROG114
       GRAVAR-DETALHE-REMESSA.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       IF FOLHAHIST-NORMAL
                           PERFORM MONTAR-DETALHE-FUNCIONARIO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           MOVE WS-TOTAL-CENTAVOS TO REM-T-TOTAL-CENTAVOS.
           WRITE REMESSA-TRAILER.

      *> REGERAR A REMESSA DESFAZ UMA LIBERACAO ANTERIOR: O ARQUIVO
      *> NOVO PRECISA SER CONCILIADO DE NOVO
       MARCAR-REMESSA-NAO-LIBERADA.
           OPEN I-O ARQUIVO-CONCILIA.
           MOVE WS-COMPETENCIA   TO CONC-COMPETENCIA.
           MOVE WS-EMPRESA-FILTRO TO CONC-EMPRESA.
           READ ARQUIVO-CONCILIA
               INVALID KEY
                   MOVE ZEROS TO CONC-DT-CONCILIACAO
                       CONC-HORA-CONCILIACAO CONC-QTD-DIFERENCAS
                   MOVE SPACES TO CONC-OPERADOR
           END-READ.
           MOVE "N" TO CONC-SITUACAO.
           MOVE "P" TO CONC-RETORNO.
           MOVE WS-QTD-DETALHES   TO CONC-QTD-REMESSA.
           MOVE WS-TOTAL-CENTAVOS TO CONC-TOTAL-REMESSA.
           ACCEPT CONC-DT-REMESSA FROM DATE YYYYMMDD.
           WRITE CONC-REGISTRO
               INVALID KEY
                   REWRITE CONC-REGISTRO
                   END-REWRITE
           END-WRITE.
           CLOSE ARQUIVO-CONCILIA.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
