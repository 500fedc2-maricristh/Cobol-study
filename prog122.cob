       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG122.
      *> PROGRAMA DE CONTROLE DOS EXAMES MEDICOS OCUPACIONAIS (ASO)
      *> OS EXAMES ADMISSIONAL, PERIODICO, DE RETORNO AO TRABALHO, DE
      *> MUDANCA DE FUNCAO E DEMISSIONAL ERAM CONTROLADOS EM PAPEL E
      *> O PERIODICO VENCIA SEM NINGUEM VER. AQUI FICAM O AGENDAMENTO,
      *> O REGISTRO DO RESULTADO (APTO/INAPTO, CLINICA), A CONSULTA E
      *> A EXCLUSAO POR FUNCIONARIO. NO RESULTADO APTO O PROXIMO
      *> VENCIMENTO E DATADO PELA PERIODICIDADE DO CARGO (PROG56,
      *> ZERO OU SEM CARGO = 12 MESES). O EXAME DE RETORNO E AGENDADO
      *> PELO PROG96 AO ENCERRAR O AFASTAMENTO E O PROG62 COBRA O
      *> DEMISSIONAL. O RELATORIO DO MES (SPOOL RELEXAMES) LISTA OS
      *> ATIVOS DA EMPRESA DA SESSAO COM O PERIODICO VENCIDO OU A
      *> VENCER NO MES, OS EXAMES AGENDADOS E NAO REALIZADOS E QUEM
      *> NAO TEM NENHUM EXAME REGISTRADO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELEXAME TAB
           COPY "SELEXAME.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDEXAME TAB
           COPY "FDEXAME.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSEXAME TAB (EXAMES MEDICOS OCUPACIONAIS)
           COPY "WSEXAME.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-CODIGO-PEDIDO  PIC 9(05).
       01  WS-SEQUENCIA-PEDIDA PIC 9(03).
       01  WS-FUNC-OK        PIC X(01) VALUE "N".
           88  FUNCIONARIO-VALIDO    VALUE "S".
       01  WS-TIPO-OK        PIC X(01) VALUE "N".
           88  TIPO-VALIDO           VALUE "S".
       01  WS-RESULTADO-OK   PIC X(01) VALUE "N".
           88  RESULTADO-VALIDO      VALUE "S".
       01  WS-ENT-NOME       PIC X(40).
       01  WS-QTD-LISTADOS   PIC 9(03) VALUE ZEROS.
       01  WS-TIPO-DESCRICAO PIC X(16).

      *> RELATORIO MENSAL DE VENCIMENTOS
      *> WSIDADEMINIMA TAB (FORNECE WS-DATA-HOJE)
           COPY "WSIDADEMINIMA.COB".
       01  WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-MES-RELATORIO  PIC 9(06) VALUE ZEROS.
       01  WS-VENC-ANOMES    PIC 9(06) VALUE ZEROS.
       01  WS-AGENDA-ANOMES  PIC 9(06) VALUE ZEROS.
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
      *> ULTIMO EXAME REALIZADO DO FUNCIONARIO EM ANALISE
       01  WS-QTD-EXAMES-FUNC PIC 9(03) VALUE ZEROS.
       01  WS-ULT-DT-REALIZACAO PIC 9(08) VALUE ZEROS.
       01  WS-ULT-DT-PROXIMO PIC 9(08) VALUE ZEROS.
       01  WS-ULT-TIPO       PIC X(01) VALUE SPACE.
       01  WS-SITUACAO       PIC X(24).
       01  WS-TOTAL-VENCIDOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-A-VENCER PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-AGENDADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-SEM-EXAME PIC 9(05) VALUE ZEROS.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM SESSAO-LER-OPERADOR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-EXAME.
           OPEN INPUT ARQUIVO-CARGO.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-EXAME.
           CLOSE ARQUIVO-CARGO.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== EXAMES MEDICOS OCUPACIONAIS (ASO) =====".
           DISPLAY "A - AGENDAR EXAME".
           DISPLAY "R - REGISTRAR RESULTADO DE EXAME".
           DISPLAY "C - CONSULTAR EXAMES DO FUNCIONARIO".
           DISPLAY "X - EXCLUIR EXAME".
           DISPLAY "V - RELATORIO DE EXAMES VENCIDOS E A VENCER".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "A" WHEN "a"
                   PERFORM AGENDAR-EXAME
               WHEN "R" WHEN "r"
                   PERFORM REGISTRAR-RESULTADO
               WHEN "C" WHEN "c"
                   PERFORM CONSULTAR-EXAMES
               WHEN "X" WHEN "x"
                   PERFORM EXCLUIR-EXAME
               WHEN "V" WHEN "v"
                   PERFORM RELATORIO-VENCIMENTOS
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       VALIDAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNC-OK.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           MOVE WS-CODIGO-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
                   MOVE "S" TO WS-FUNC-OK
           END-READ.

       AGENDAR-EXAME.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               MOVE WS-CODIGO-PEDIDO TO WS-EXA-CODIGO
               PERFORM EXA-PROXIMA-SEQUENCIA
               MOVE SPACES TO EXAME-REGISTRO
               MOVE WS-EXA-CODIGO    TO EXAME-CODIGO-FUNC
               MOVE WS-EXA-SEQUENCIA TO EXAME-SEQUENCIA
               MOVE "N" TO WS-TIPO-OK
               PERFORM INFORMAR-TIPO-EXAME UNTIL TIPO-VALIDO
               DISPLAY "INFORME A DATA AGENDADA (AAAAMMDD): "
               ACCEPT EXAME-DT-AGENDADA
               PERFORM INFORMAR-CLINICA
               MOVE ZEROS TO EXAME-DT-REALIZACAO EXAME-DT-PROXIMO
               MOVE SPACE TO EXAME-RESULTADO
               WRITE EXAME-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO AGENDAR O EXAME"
                   NOT INVALID KEY
                       DISPLAY "EXAME AGENDADO, SEQUENCIA "
                           EXAME-SEQUENCIA
               END-WRITE
           END-IF.

       INFORMAR-TIPO-EXAME.
           DISPLAY "TIPO (A=ADMISSIONAL P=PERIODICO R=RETORNO AO "
               "TRABALHO M=MUDANCA DE FUNCAO D=DEMISSIONAL): ".
           ACCEPT EXAME-TIPO.
           IF EXAME-ADMISSIONAL OR EXAME-PERIODICO OR EXAME-RETORNO
               OR EXAME-MUDANCA-FUNCAO OR EXAME-DEMISSIONAL
               MOVE "S" TO WS-TIPO-OK
           ELSE
               DISPLAY "TIPO INVALIDO, TENTE NOVAMENTE"
           END-IF.

       INFORMAR-CLINICA.
           DISPLAY "INFORME A CLINICA: ".
           MOVE SPACES TO WS-ENT-NOME.
           ACCEPT WS-ENT-NOME.
           IF WS-ENT-NOME(31:10) NOT = SPACES
               DISPLAY "AVISO: NOME DIGITADO EXCEDE 30 POSICOES, "
                   "SERA TRUNCADO"
           END-IF.
           IF WS-ENT-NOME NOT = SPACES
               MOVE WS-ENT-NOME(1:30) TO EXAME-CLINICA
           END-IF.

      *> SEQUENCIA ZERO REGISTRA UM EXAME JA REALIZADO QUE NAO FOI
      *> AGENDADO; DO CONTRARIO BAIXA O EXAME AGENDADO INFORMADO
       REGISTRAR-RESULTADO.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               PERFORM LISTAR-EXAMES-DO-FUNCIONARIO
               DISPLAY "INFORME A SEQUENCIA DO EXAME AGENDADO "
                   "(0 = EXAME NAO AGENDADO): "
               ACCEPT WS-SEQUENCIA-PEDIDA
               IF WS-SEQUENCIA-PEDIDA = ZERO
                   PERFORM REGISTRAR-EXAME-AVULSO
               ELSE
                   PERFORM BAIXAR-EXAME-AGENDADO
               END-IF
           END-IF.

       REGISTRAR-EXAME-AVULSO.
           MOVE WS-CODIGO-PEDIDO TO WS-EXA-CODIGO.
           PERFORM EXA-PROXIMA-SEQUENCIA.
           MOVE SPACES TO EXAME-REGISTRO.
           MOVE WS-EXA-CODIGO    TO EXAME-CODIGO-FUNC.
           MOVE WS-EXA-SEQUENCIA TO EXAME-SEQUENCIA.
           MOVE "N" TO WS-TIPO-OK.
           PERFORM INFORMAR-TIPO-EXAME UNTIL TIPO-VALIDO.
           PERFORM INFORMAR-REALIZACAO.
           MOVE EXAME-DT-REALIZACAO TO EXAME-DT-AGENDADA.
           WRITE EXAME-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR O EXAME"
               NOT INVALID KEY
                   PERFORM EXIBIR-RESULTADO-GRAVADO
           END-WRITE.

       BAIXAR-EXAME-AGENDADO.
           MOVE WS-CODIGO-PEDIDO    TO EXAME-CODIGO-FUNC.
           MOVE WS-SEQUENCIA-PEDIDA TO EXAME-SEQUENCIA.
           READ ARQUIVO-EXAME
               INVALID KEY
                   DISPLAY "EXAME NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT EXAME-PENDENTE
                       DISPLAY "EXAME JA TEM RESULTADO REGISTRADO"
                   ELSE
                       PERFORM INFORMAR-REALIZACAO
                       REWRITE EXAME-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO REGISTRAR O "
                                   "RESULTADO"
                           NOT INVALID KEY
                               PERFORM EXIBIR-RESULTADO-GRAVADO
                       END-REWRITE
                   END-IF
           END-READ.

      *> DATA, RESULTADO E CLINICA; NO APTO (SALVO O DEMISSIONAL) O
      *> PROXIMO VENCIMENTO SAI DA PERIODICIDADE DO CARGO. O INAPTO
      *> FICA SEM VENCIMENTO ATE O MEDICO LIBERAR NOVO EXAME
       INFORMAR-REALIZACAO.
           DISPLAY "INFORME A DATA DE REALIZACAO (AAAAMMDD): ".
           ACCEPT EXAME-DT-REALIZACAO.
           MOVE "N" TO WS-RESULTADO-OK.
           PERFORM INFORMAR-RESULTADO UNTIL RESULTADO-VALIDO.
           PERFORM INFORMAR-CLINICA.
           MOVE ZEROS TO EXAME-DT-PROXIMO.
           IF EXAME-APTO AND NOT EXAME-DEMISSIONAL
               PERFORM APURAR-PERIODICIDADE
               MOVE EXAME-DT-REALIZACAO TO WS-EXA-DT-BASE
               PERFORM EXA-CALCULAR-VENCIMENTO
               MOVE WS-EXA-DT-VENCIMENTO-N TO EXAME-DT-PROXIMO
           END-IF.

       INFORMAR-RESULTADO.
           DISPLAY "RESULTADO (A=APTO I=INAPTO): ".
           ACCEPT EXAME-RESULTADO.
           IF EXAME-APTO OR EXAME-INAPTO
               MOVE "S" TO WS-RESULTADO-OK
           ELSE
               DISPLAY "RESULTADO INVALIDO, INFORME A OU I"
           END-IF.

      *> PERIODICIDADE DO CARGO DO FUNCIONARIO LIDO EM
      *> VALIDAR-FUNCIONARIO
       APURAR-PERIODICIDADE.
           MOVE WS-EXA-PERIODICIDADE-PADRAO TO WS-EXA-MESES.
           IF FUNCIONARIO-CARGO NOT = SPACES
               MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO
               READ ARQUIVO-CARGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARGO-PERIODICIDADE-EXAME NUMERIC
                           AND CARGO-PERIODICIDADE-EXAME > ZERO
                           MOVE CARGO-PERIODICIDADE-EXAME
                               TO WS-EXA-MESES
                       END-IF
               END-READ
           END-IF.

       EXIBIR-RESULTADO-GRAVADO.
           DISPLAY "RESULTADO REGISTRADO, SEQUENCIA " EXAME-SEQUENCIA.
           IF EXAME-DT-PROXIMO > ZERO
               DISPLAY "PROXIMO EXAME PERIODICO ATE " EXAME-DT-PROXIMO
                   " (" WS-EXA-MESES " MESES)"
           END-IF.
           IF EXAME-INAPTO
               DISPLAY "ATENCAO: FUNCIONARIO INAPTO, ENCAMINHE AO "
                   "MEDICO DO TRABALHO"
           END-IF.

       CONSULTAR-EXAMES.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           PERFORM LISTAR-EXAMES-DO-FUNCIONARIO.

       LISTAR-EXAMES-DO-FUNCIONARIO.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE "N" TO FIM-DOS-EXAMES.
           MOVE WS-CODIGO-PEDIDO TO EXAME-CODIGO-FUNC.
           MOVE ZEROS TO EXAME-SEQUENCIA.
           START ARQUIVO-EXAME KEY IS NOT LESS THAN EXAME-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EXAMES
           END-START.
           PERFORM LISTAR-EXAME UNTIL ACABOU-EXAMES.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUM EXAME PARA O FUNCIONARIO"
           END-IF.

       LISTAR-EXAME.
           READ ARQUIVO-EXAME NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EXAMES
               NOT AT END
                   IF EXAME-CODIGO-FUNC = WS-CODIGO-PEDIDO
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM DESCREVER-TIPO-EXAME
                       DISPLAY EXAME-SEQUENCIA " " WS-TIPO-DESCRICAO
                           " AGENDADO " EXAME-DT-AGENDADA
                           " REALIZADO " EXAME-DT-REALIZACAO
                           " (" EXAME-RESULTADO ") PROXIMO "
                           EXAME-DT-PROXIMO
                       DISPLAY "    CLINICA: " EXAME-CLINICA
                   ELSE
                       MOVE "S" TO FIM-DOS-EXAMES
                   END-IF
           END-READ.

       DESCREVER-TIPO-EXAME.
           EVALUATE TRUE
               WHEN EXAME-ADMISSIONAL
                   MOVE "ADMISSIONAL" TO WS-TIPO-DESCRICAO
               WHEN EXAME-PERIODICO
                   MOVE "PERIODICO" TO WS-TIPO-DESCRICAO
               WHEN EXAME-RETORNO
                   MOVE "RETORNO" TO WS-TIPO-DESCRICAO
               WHEN EXAME-MUDANCA-FUNCAO
                   MOVE "MUDANCA FUNCAO" TO WS-TIPO-DESCRICAO
               WHEN EXAME-DEMISSIONAL
                   MOVE "DEMISSIONAL" TO WS-TIPO-DESCRICAO
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-TIPO-DESCRICAO
           END-EVALUATE.

      *> EXCLUSAO FISICA: SO PARA CORRIGIR LANCAMENTO ERRADO
       EXCLUIR-EXAME.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT EXAME-CODIGO-FUNC.
           DISPLAY "INFORME A SEQUENCIA DO EXAME: ".
           ACCEPT EXAME-SEQUENCIA.
           READ ARQUIVO-EXAME
               INVALID KEY
                   DISPLAY "EXAME NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM DESCREVER-TIPO-EXAME
                   DISPLAY WS-TIPO-DESCRICAO " AGENDADO "
                       EXAME-DT-AGENDADA " REALIZADO "
                       EXAME-DT-REALIZACAO
                   DISPLAY "CONFIRMA A EXCLUSAO? (S/N): "
                   ACCEPT OPCAO
                   IF OPCAO = "S" OR OPCAO = "s"
                       DELETE ARQUIVO-EXAME RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR O EXAME"
                           NOT INVALID KEY
                               DISPLAY "EXAME EXCLUIDO"
                       END-DELETE
                   END-IF
           END-READ.

      *> ATIVOS DA EMPRESA FILTRADA (LEGADO EM BRANCO = "01"). O
      *> VENCIMENTO VALE PELO ULTIMO EXAME REALIZADO: VENCIDO ANTES
      *> DO MES INFORMADO OU A VENCER DENTRO DELE. EXAMES AGENDADOS
      *> E AINDA NAO REALIZADOS ATE O FIM DO MES TAMBEM SAEM
       RELATORIO-VENCIMENTOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "INFORME O MES DO RELATORIO (AAAAMM, 0 = ATUAL): ".
           ACCEPT WS-MES-RELATORIO.
           IF WS-MES-RELATORIO = ZERO
               COMPUTE WS-MES-RELATORIO =
                   WS-ANO-HOJE * 100 + WS-MES-HOJE
           END-IF.
           IF WS-SESSAO-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA-FILTRO
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           MOVE "PROG122" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELEXAMES" TO WS-SPOOL-ARQUIVO.
           MOVE "EXAMES OCUPACIONAIS VENCIDOS E A VENCER"
               TO WS-SPOOL-TITULO.
           STRING "CODIGO NOME                           "
               DELIMITED BY SIZE
               "SITUACAO                 DATA     ULTIMO EXAME"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  MES DE REFERENCIA " DELIMITED BY SIZE
               WS-MES-RELATORIO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE ZEROS TO WS-TOTAL-VENCIDOS WS-TOTAL-A-VENCER
               WS-TOTAL-AGENDADOS WS-TOTAL-SEM-EXAME.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS THAN FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM RELATAR-FUNCIONARIO UNTIL ACABOU-ARQUIVO.
           PERFORM SPOOL-IMPRIMIR.
           STRING "VENCIDOS: " DELIMITED BY SIZE
               WS-TOTAL-VENCIDOS DELIMITED BY SIZE
               "  A VENCER NO MES: " DELIMITED BY SIZE
               WS-TOTAL-A-VENCER DELIMITED BY SIZE
               "  AGENDADOS: " DELIMITED BY SIZE
               WS-TOTAL-AGENDADOS DELIMITED BY SIZE
               "  SEM EXAME: " DELIMITED BY SIZE
               WS-TOTAL-SEM-EXAME DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "PERIODICOS VENCIDOS......: " WS-TOTAL-VENCIDOS.
           DISPLAY "A VENCER NO MES..........: " WS-TOTAL-A-VENCER.
           DISPLAY "AGENDADOS NAO REALIZADOS.: " WS-TOTAL-AGENDADOS.
           DISPLAY "SEM EXAME REGISTRADO.....: " WS-TOTAL-SEM-EXAME.

       RELATAR-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC
                   IF WS-EMPRESA-FUNC = SPACES
                       MOVE "01" TO WS-EMPRESA-FUNC
                   END-IF
                   IF FUNCIONARIO-ATIVO
                       AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                       PERFORM AVALIAR-EXAMES-FUNCIONARIO
                   END-IF
           END-READ.

      *> PRIMEIRA PASSADA NOS EXAMES: LISTA OS AGENDADOS PENDENTES E
      *> GUARDA O ULTIMO REALIZADO; DEPOIS CLASSIFICA O VENCIMENTO
       AVALIAR-EXAMES-FUNCIONARIO.
           MOVE ZEROS TO WS-QTD-EXAMES-FUNC WS-ULT-DT-REALIZACAO
               WS-ULT-DT-PROXIMO.
           MOVE SPACE TO WS-ULT-TIPO.
           MOVE "N" TO FIM-DOS-EXAMES.
           MOVE FUNCIONARIO-CODIGO TO EXAME-CODIGO-FUNC.
           MOVE ZEROS TO EXAME-SEQUENCIA.
           START ARQUIVO-EXAME KEY IS NOT LESS THAN EXAME-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EXAMES
           END-START.
           PERFORM AVALIAR-PROXIMO-EXAME UNTIL ACABOU-EXAMES.
           IF WS-QTD-EXAMES-FUNC = ZERO
               ADD 1 TO WS-TOTAL-SEM-EXAME
               MOVE "SEM EXAME REGISTRADO" TO WS-SITUACAO
               MOVE ZEROS TO WS-EXA-DT-VENCIMENTO-N
               PERFORM IMPRIMIR-SITUACAO
           ELSE
               IF WS-ULT-DT-PROXIMO > ZERO
                   COMPUTE WS-VENC-ANOMES = WS-ULT-DT-PROXIMO / 100
                   MOVE WS-ULT-DT-PROXIMO TO WS-EXA-DT-VENCIMENTO-N
                   IF WS-VENC-ANOMES < WS-MES-RELATORIO
                       ADD 1 TO WS-TOTAL-VENCIDOS
                       MOVE "PERIODICO VENCIDO" TO WS-SITUACAO
                       PERFORM IMPRIMIR-SITUACAO
                   ELSE
                       IF WS-VENC-ANOMES = WS-MES-RELATORIO
                           ADD 1 TO WS-TOTAL-A-VENCER
                           MOVE "PERIODICO VENCE NO MES"
                               TO WS-SITUACAO
                           PERFORM IMPRIMIR-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AVALIAR-PROXIMO-EXAME.
           READ ARQUIVO-EXAME NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EXAMES
               NOT AT END
                   IF EXAME-CODIGO-FUNC = FUNCIONARIO-CODIGO
                       ADD 1 TO WS-QTD-EXAMES-FUNC
                       IF EXAME-PENDENTE
                           PERFORM RELATAR-EXAME-AGENDADO
                       ELSE
                           IF EXAME-DT-REALIZACAO
                               NOT < WS-ULT-DT-REALIZACAO
                               MOVE EXAME-DT-REALIZACAO
                                   TO WS-ULT-DT-REALIZACAO
                               MOVE EXAME-DT-PROXIMO
                                   TO WS-ULT-DT-PROXIMO
                               MOVE EXAME-TIPO TO WS-ULT-TIPO
                           END-IF
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DOS-EXAMES
                   END-IF
           END-READ.

       RELATAR-EXAME-AGENDADO.
           COMPUTE WS-AGENDA-ANOMES = EXAME-DT-AGENDADA / 100.
           IF WS-AGENDA-ANOMES NOT > WS-MES-RELATORIO
               ADD 1 TO WS-TOTAL-AGENDADOS
               PERFORM DESCREVER-TIPO-EXAME
               MOVE SPACES TO WS-SITUACAO
               IF EXAME-DT-AGENDADA < WS-DATA-HOJE-N
                   STRING "ATRASADO " DELIMITED BY SIZE
                       WS-TIPO-DESCRICAO DELIMITED BY SIZE
                       INTO WS-SITUACAO
               ELSE
                   STRING "AGENDADO " DELIMITED BY SIZE
                       WS-TIPO-DESCRICAO DELIMITED BY SIZE
                       INTO WS-SITUACAO
               END-IF
               MOVE EXAME-DT-AGENDADA TO WS-EXA-DT-VENCIMENTO-N
               PERFORM IMPRIMIR-SITUACAO
           END-IF.

       IMPRIMIR-SITUACAO.
           STRING FUNCIONARIO-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SITUACAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXA-DT-VENCIMENTO-N DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ULT-DT-REALIZACAO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO)
           COPY "PDSESSAO.COB".

      *> PDEXAME TAB (EXAMES MEDICOS OCUPACIONAIS)
           COPY "PDEXAME.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
