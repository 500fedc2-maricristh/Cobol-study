       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG112.
      *> PROGRAMA DE LANCAMENTO DOS EVENTOS VARIAVEIS DO MES
      *> COMISSAO, GRATIFICACAO OU DESCONTO AVULSO DE UM FUNCIONARIO
      *> NUMA COMPETENCIA, POR CODIGO DE RUBRICA DA TABELA DO PROG111.
      *> O PROG41 LE OS EVENTOS DA COMPETENCIA E OS GRAVA COMO
      *> RUBRICAS NO FOLHAEVT. COMPETENCIA FECHADA OU EM FECHAMENTO
      *> NO CONTROLE DO PROG71 FICA TRAVADA: NAO ACEITA INCLUSAO,
      *> ALTERACAO NEM EXCLUSAO, SO CONSULTA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELRUBRICA TAB
           COPY "SELRUBRICA.COB".
      *> SELEVENTOVAR TAB
           COPY "SELEVENTOVAR.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDRUBRICA TAB
           COPY "FDRUBRICA.COB".
      *> FDEVENTOVAR TAB
           COPY "FDEVENTOVAR.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  FIM-DA-LISTA      PIC X(01) VALUE "N".
           88  ACABOU-LISTA          VALUE "S".
       01  WS-CHAVE-OK       PIC X(01) VALUE "N".
           88  CHAVE-VALIDA          VALUE "S".
       01  WS-TRAVADA        PIC X(01) VALUE "N".
           88  COMPETENCIA-TRAVADA   VALUE "S".
       01  WS-ACHOU-EVENTO   PIC X(01) VALUE "N".
           88  ACHOU-EVENTO          VALUE "S".
       01  WS-CODIGO-LISTA   PIC 9(05) VALUE ZEROS.
       01  WS-COMPETENCIA-LISTA PIC 9(06) VALUE ZEROS.
       01  WS-DESCRICAO-LISTA PIC X(20).
       01  WS-VALOR-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VALOR-EDIT     PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM SESSAO-LER-OPERADOR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-RUBRICA.
           OPEN I-O ARQUIVO-EVENTOVAR.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-RUBRICA.
           CLOSE ARQUIVO-EVENTOVAR.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== EVENTOS VARIAVEIS DO MES =====".
           DISPLAY "A - INCLUIR EVENTO".
           DISPLAY "C - ALTERAR EVENTO".
           DISPLAY "D - EXCLUIR EVENTO".
           DISPLAY "L - LISTAR EVENTOS DO FUNCIONARIO NO MES".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "A" WHEN "a"
                   PERFORM INCLUIR-EVENTO
               WHEN "C" WHEN "c"
                   PERFORM ALTERAR-EVENTO
               WHEN "D" WHEN "d"
                   PERFORM EXCLUIR-EVENTO
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-EVENTOS
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       INCLUIR-EVENTO.
           PERFORM INFORMAR-CHAVE-EVENTO.
           IF CHAVE-VALIDA
               PERFORM INFORMAR-DADOS-EVENTO
               WRITE EVAR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO: EVENTO JA LANCADO PARA A "
                           "RUBRICA NA COMPETENCIA (USE ALTERAR)"
                   NOT INVALID KEY
                       DISPLAY "EVENTO INCLUIDO"
               END-WRITE
           END-IF.

      *> FUNCIONARIO ATIVO, RUBRICA ATIVA E COMPETENCIA ABERTA
       INFORMAR-CHAVE-EVENTO.
           MOVE "N" TO WS-CHAVE-OK.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT EVAR-CODIGO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT EVAR-COMPETENCIA.
           DISPLAY "INFORME O CODIGO DA RUBRICA: ".
           ACCEPT EVAR-RUBRICA.
           PERFORM VERIFICAR-COMPETENCIA-TRAVADA.
           MOVE EVAR-CODIGO TO FUNCIONARIO-CODIGO.
           MOVE EVAR-RUBRICA TO RUB-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT FUNCIONARIO-ATIVO
                       DISPLAY "FUNCIONARIO INATIVO"
                   ELSE
                       DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
                       PERFORM VALIDAR-RUBRICA
                   END-IF
           END-READ.

       VALIDAR-RUBRICA.
           READ ARQUIVO-RUBRICA
               INVALID KEY
                   DISPLAY "RUBRICA NAO CADASTRADA (PROG111)"
               NOT INVALID KEY
                   IF RUB-INATIVA
                       DISPLAY "RUBRICA INATIVA"
                   ELSE
                       DISPLAY "RUBRICA: " RUB-DESCRICAO
                           " (" RUB-TIPO ")"
                       IF COMPETENCIA-TRAVADA
                           DISPLAY "COMPETENCIA " EVAR-COMPETENCIA
                               " FECHADA: EVENTOS TRAVADOS"
                       ELSE
                           MOVE "S" TO WS-CHAVE-OK
                       END-IF
                   END-IF
           END-READ.

       INFORMAR-DADOS-EVENTO.
           DISPLAY "INFORME A REFERENCIA (QUANTIDADE, ZERO SE NAO "
               "HOUVER): ".
           ACCEPT EVAR-REFERENCIA.
           MOVE ZEROS TO EVAR-VALOR.
           PERFORM ACEITAR-VALOR UNTIL EVAR-VALOR > ZERO.
           MOVE "D" TO EVAR-ORIGEM.
           ACCEPT EVAR-DT-LANCAMENTO FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR TO EVAR-OPERADOR.

       ACEITAR-VALOR.
           DISPLAY "INFORME O VALOR DO EVENTO: ".
           ACCEPT EVAR-VALOR.
           IF EVAR-VALOR = ZERO
               DISPLAY "VALOR OBRIGATORIO, TENTE NOVAMENTE"
           END-IF.

      *> FECHAMENTO EM ANDAMENTO ("E") OU CONCLUIDO ("F") TRAVA OS
      *> EVENTOS; A COMPETENCIA REABERTA POR SUPERVISOR ("R") LIBERA
       VERIFICAR-COMPETENCIA-TRAVADA.
           MOVE "N" TO WS-TRAVADA.
           OPEN INPUT ARQUIVO-FECHAMENTO.
           MOVE EVAR-COMPETENCIA TO FECH-COMPETENCIA.
           READ ARQUIVO-FECHAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FECH-FECHADA OR FECH-EM-ANDAMENTO
                       MOVE "S" TO WS-TRAVADA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-FECHAMENTO.

       ALTERAR-EVENTO.
           PERFORM INFORMAR-CHAVE-EVENTO.
           IF CHAVE-VALIDA
               READ ARQUIVO-EVENTOVAR
                   INVALID KEY
                       DISPLAY "EVENTO NAO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM EXIBIR-EVENTO
                       PERFORM INFORMAR-DADOS-EVENTO
                       REWRITE EVAR-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR O EVENTO"
                           NOT INVALID KEY
                               DISPLAY "EVENTO ALTERADO"
                       END-REWRITE
               END-READ
           END-IF.

      *> A EXCLUSAO ACEITA RUBRICA JA INATIVADA, PARA ESTORNAR UM
      *> LANCAMENTO FEITO ANTES DA INATIVACAO
       EXCLUIR-EVENTO.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT EVAR-CODIGO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT EVAR-COMPETENCIA.
           DISPLAY "INFORME O CODIGO DA RUBRICA: ".
           ACCEPT EVAR-RUBRICA.
           PERFORM VERIFICAR-COMPETENCIA-TRAVADA.
           IF COMPETENCIA-TRAVADA
               DISPLAY "COMPETENCIA " EVAR-COMPETENCIA
                   " FECHADA: EVENTOS TRAVADOS"
           ELSE
               DELETE ARQUIVO-EVENTOVAR
                   INVALID KEY
                       DISPLAY "EVENTO NAO ENCONTRADO"
                   NOT INVALID KEY
                       DISPLAY "EVENTO EXCLUIDO"
               END-DELETE
           END-IF.

       EXIBIR-EVENTO.
           MOVE EVAR-VALOR TO WS-VALOR-EDIT.
           DISPLAY EVAR-COMPETENCIA " RUBRICA " EVAR-RUBRICA
               " REF " EVAR-REFERENCIA " VALOR " WS-VALOR-IMP
               " ORIGEM " EVAR-ORIGEM " POR " EVAR-OPERADOR.

       LISTAR-EVENTOS.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-LISTA.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA-LISTA.
           MOVE "N" TO FIM-DA-LISTA.
           MOVE "N" TO WS-ACHOU-EVENTO.
           MOVE WS-CODIGO-LISTA      TO EVAR-CODIGO.
           MOVE WS-COMPETENCIA-LISTA TO EVAR-COMPETENCIA.
           MOVE ZEROS                TO EVAR-RUBRICA.
           START ARQUIVO-EVENTOVAR KEY IS NOT LESS THAN EVAR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LISTA
           END-START.
           PERFORM LISTAR-PROXIMO-EVENTO UNTIL ACABOU-LISTA.
           IF NOT ACHOU-EVENTO
               DISPLAY "NENHUM EVENTO LANCADO NA COMPETENCIA"
           END-IF.

       LISTAR-PROXIMO-EVENTO.
           READ ARQUIVO-EVENTOVAR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LISTA
               NOT AT END
                   IF EVAR-CODIGO = WS-CODIGO-LISTA
                       AND EVAR-COMPETENCIA = WS-COMPETENCIA-LISTA
                       MOVE "S" TO WS-ACHOU-EVENTO
                       PERFORM EXIBIR-EVENTO-LISTA
                   ELSE
                       MOVE "S" TO FIM-DA-LISTA
                   END-IF
           END-READ.

       EXIBIR-EVENTO-LISTA.
           MOVE EVAR-RUBRICA TO RUB-CODIGO.
           READ ARQUIVO-RUBRICA
               INVALID KEY
                   MOVE "RUBRICA INEXISTENTE" TO WS-DESCRICAO-LISTA
               NOT INVALID KEY
                   MOVE RUB-DESCRICAO TO WS-DESCRICAO-LISTA
           END-READ.
           PERFORM EXIBIR-EVENTO.
           DISPLAY "    " WS-DESCRICAO-LISTA.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
