       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG126.
      *> PROGRAMA DE EXTRATO DA EQUIPE DO GESTOR
      *> O OPERADOR INFORMA O GESTOR E SE QUER SO OS SUBORDINADOS
      *> DIRETOS OU TODA A CADEIA ABAIXO DELE (FUNCIONARIO-GESTOR DO
      *> MASTER, O MESMO VINCULO DO ORGANOGRAMA DO PROG125). PARA CADA
      *> ATIVO DA EQUIPE O EXTRATO REUNE O QUE O GESTOR PRECISA
      *> ACOMPANHAR: OS PERIODOS DE FERIAS VENCIDOS OU COM O PRAZO DE
      *> GOZO ESTOURADO E OS GOZOS AGENDADOS (FERIASFUNC, PROG54), O
      *> SALDO DO BANCO DE HORAS (BANCOHORAS, PROG77) E OS EXAMES
      *> OCUPACIONAIS VENCIDOS, A VENCER ATE O MES SEGUINTE OU
      *> AGENDADOS E NAO REALIZADOS (EXAMEASO, PROG122)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELFERIAS TAB
           COPY "SELFERIAS.COB".
      *> SELBANCOHORAS TAB
           COPY "SELBANCOHORAS.COB".
      *> SELEXAME TAB
           COPY "SELEXAME.COB".
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
      *> FDFERIAS TAB
           COPY "FDFERIAS.COB".
      *> FDBANCOHORAS TAB
           COPY "FDBANCOHORAS.COB".
      *> FDEXAME TAB
           COPY "FDEXAME.COB".
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
      *> WSIDADEMINIMA TAB (FORNECE WS-DATA-HOJE)
           COPY "WSIDADEMINIMA.COB".
       01  WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-GESTOR-PEDIDO  PIC 9(05) VALUE ZEROS.
       01  WS-NOME-GESTOR    PIC X(30).
       01  WS-ABRANGENCIA    PIC X(01) VALUE "D".
           88  SO-DIRETOS            VALUE "D" "d".
       01  WS-GESTOR-OK      PIC X(01) VALUE "N".
           88  GESTOR-ENCONTRADO     VALUE "S".
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DAS-FERIAS    PIC X(01) VALUE "N".
           88  ACABOU-FERIAS         VALUE "S".
       01  FIM-DO-BANCO      PIC X(01) VALUE "N".
           88  ACABOU-BANCO          VALUE "S".
       01  FIM-DOS-EXAMES    PIC X(01) VALUE "N".
           88  ACABOU-EXAMES         VALUE "S".

      *> ATIVOS DO MASTER EM TABELA (CODIGO E GESTOR), NA ORDEM DO
      *> CODIGO, PARA SUBIR A CADEIA DE CADA UM ATE O GESTOR PEDIDO;
      *> O INDICE TEM UM DIGITO A MAIS QUE A TABELA, COMO NO PROG116
       01  WS-QTD-ATIVOS     PIC 9(05) VALUE ZEROS.
       01  WS-MAX-ATIVOS     PIC 9(05) VALUE 5000.
       01  WS-EXCEDENTES     PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-ATIVOS.
           05  WS-ATV-ENTRADA OCCURS 5000 TIMES.
               10  WS-ATV-CODIGO     PIC 9(05).
               10  WS-ATV-GESTOR     PIC 9(05).
       01  WS-IDX            PIC 9(05) VALUE ZEROS.
       01  WS-IDX-SUB        PIC 9(05) VALUE ZEROS.
       01  WS-IDX-ACHADO     PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO-PROCURADO PIC 9(05) VALUE ZEROS.
       01  WS-GESTOR-CADEIA  PIC 9(05) VALUE ZEROS.
       01  WS-NIVEL-CADEIA   PIC 9(03) VALUE ZEROS.
       01  WS-MAX-NIVEIS     PIC 9(03) VALUE 100.
       01  WS-NIVEL-MEMBRO   PIC 9(03) VALUE ZEROS.

      *> PRAZOS DA FERIAS E DOS EXAMES
       01  WS-DATA-LIMITE.
           05  WS-LIMITE-ANO  PIC 9(04).
           05  WS-LIMITE-MES  PIC 9(02).
           05  WS-LIMITE-DIA  PIC 9(02).
       01  WS-DATA-LIMITE-NUM REDEFINES WS-DATA-LIMITE PIC 9(08).
       01  WS-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01  WS-MES-SEGUINTE   PIC 9(06) VALUE ZEROS.
       01  WS-VENC-ANOMES    PIC 9(06) VALUE ZEROS.
       01  WS-ULT-DT-REALIZACAO PIC 9(08) VALUE ZEROS.
       01  WS-ULT-DT-PROXIMO PIC 9(08) VALUE ZEROS.
       01  WS-SALDO-HORAS    PIC S9(04)V9(02) VALUE ZEROS.
       01  WS-SALDO-EDIT     PIC -ZZZ9.99.
       01  WS-VENCIDO-HORAS  PIC S9(04)V9(02) VALUE ZEROS.
       01  WS-VENCIDO-EDIT   PIC -ZZZ9.99.
       01  WS-OPTANTE-BANCO  PIC X(01) VALUE "N".
           88  OPTANTE-DO-BANCO      VALUE "S".

      *> TOTAIS DA EQUIPE
       01  WS-TOTAL-EQUIPE   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-FER-VENCIDAS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-FER-ATRASADAS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-FER-AGENDADAS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-EXA-VENCIDOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-EXA-A-VENCER PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-EXA-AGENDADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-SALDO    PIC S9(06)V9(02) VALUE ZEROS.
       01  WS-TOTAL-SALDO-EDIT PIC -ZZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== EXTRATO DA EQUIPE DO GESTOR =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "E - EMITIR EXTRATO DA EQUIPE DE UM GESTOR".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "E" WHEN "e"
                   PERFORM EXTRATO-EQUIPE
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       EXTRATO-EQUIPE.
           DISPLAY "INFORME O CODIGO DO GESTOR: ".
           ACCEPT WS-GESTOR-PEDIDO.
           MOVE "N" TO WS-GESTOR-OK.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE WS-GESTOR-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-GESTOR
                   MOVE "S" TO WS-GESTOR-OK
                   DISPLAY "GESTOR: " WS-NOME-GESTOR
           END-READ.
           IF GESTOR-ENCONTRADO
               DISPLAY "(D)IRETOS OU (T)ODA A CADEIA ABAIXO DO GESTOR: "
               ACCEPT WS-ABRANGENCIA
               PERFORM CARREGAR-ATIVOS
               PERFORM EMITIR-EXTRATO
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIO.

       CARREGAR-ATIVOS.
           MOVE ZEROS TO WS-QTD-ATIVOS WS-EXCEDENTES.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS THAN FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM GUARDAR-ATIVO UNTIL ACABOU-ARQUIVO.
           IF WS-EXCEDENTES > ZERO
               DISPLAY "AVISO: " WS-EXCEDENTES " ATIVOS ALEM DO "
                   "LIMITE DA TABELA FICARAM DE FORA"
           END-IF.

       GUARDAR-ATIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   IF FUNCIONARIO-ATIVO
                       PERFORM INCLUIR-NA-TABELA
                   END-IF
           END-READ.

       INCLUIR-NA-TABELA.
           IF WS-QTD-ATIVOS < WS-MAX-ATIVOS
               ADD 1 TO WS-QTD-ATIVOS
               MOVE FUNCIONARIO-CODIGO
                   TO WS-ATV-CODIGO(WS-QTD-ATIVOS)
               IF FUNCIONARIO-GESTOR NOT NUMERIC
                   MOVE ZEROS TO WS-ATV-GESTOR(WS-QTD-ATIVOS)
               ELSE
                   MOVE FUNCIONARIO-GESTOR
                       TO WS-ATV-GESTOR(WS-QTD-ATIVOS)
               END-IF
           ELSE
               ADD 1 TO WS-EXCEDENTES
           END-IF.

       EMITIR-EXTRATO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-MES-ATUAL = WS-ANO-HOJE * 100 + WS-MES-HOJE.
           IF WS-MES-HOJE = 12
               COMPUTE WS-MES-SEGUINTE = (WS-ANO-HOJE + 1) * 100 + 1
           ELSE
               COMPUTE WS-MES-SEGUINTE = WS-MES-ATUAL + 1
           END-IF.
           MOVE ZEROS TO WS-TOTAL-EQUIPE WS-TOTAL-FER-VENCIDAS
               WS-TOTAL-FER-ATRASADAS WS-TOTAL-FER-AGENDADAS
               WS-TOTAL-EXA-VENCIDOS WS-TOTAL-EXA-A-VENCER
               WS-TOTAL-EXA-AGENDADOS WS-TOTAL-SALDO.
           MOVE "PROG126" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELEQUIPE" TO WS-SPOOL-ARQUIVO.
           MOVE "EXTRATO DA EQUIPE DO GESTOR" TO WS-SPOOL-TITULO.
           STRING "CODIGO NOME                           "
               DELIMITED BY SIZE
               "NIVEL DEPTO CARGO / PENDENCIAS"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "GESTOR " DELIMITED BY SIZE
               WS-GESTOR-PEDIDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME-GESTOR DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           IF SO-DIRETOS
               MOVE "  SUBORDINADOS DIRETOS" TO WS-SPOOL-DETALHE(45:)
           ELSE
               MOVE "  TODA A CADEIA ABAIXO" TO WS-SPOOL-DETALHE(45:)
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-BANCOHORAS.
           OPEN INPUT ARQUIVO-EXAME.
           PERFORM AVALIAR-ATIVO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ATIVOS.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-BANCOHORAS.
           CLOSE ARQUIVO-EXAME.
           IF WS-TOTAL-EQUIPE = ZERO
               PERFORM SPOOL-IMPRIMIR
               MOVE "NENHUM ATIVO NA EQUIPE DESTE GESTOR"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-SALDO-EDIT.
           STRING "EQUIPE: " DELIMITED BY SIZE
               WS-TOTAL-EQUIPE DELIMITED BY SIZE
               "  FERIAS VENCIDAS: " DELIMITED BY SIZE
               WS-TOTAL-FER-VENCIDAS DELIMITED BY SIZE
               "  ESTOURADAS: " DELIMITED BY SIZE
               WS-TOTAL-FER-ATRASADAS DELIMITED BY SIZE
               "  AGENDADAS: " DELIMITED BY SIZE
               WS-TOTAL-FER-AGENDADAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "EXAMES VENCIDOS: " DELIMITED BY SIZE
               WS-TOTAL-EXA-VENCIDOS DELIMITED BY SIZE
               "  A VENCER: " DELIMITED BY SIZE
               WS-TOTAL-EXA-A-VENCER DELIMITED BY SIZE
               "  AGENDADOS: " DELIMITED BY SIZE
               WS-TOTAL-EXA-AGENDADOS DELIMITED BY SIZE
               "  SALDO DO BANCO DE HORAS: " DELIMITED BY SIZE
               WS-TOTAL-SALDO-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "ATIVOS NA EQUIPE.........: " WS-TOTAL-EQUIPE.
           DISPLAY "FERIAS VENCIDAS..........: " WS-TOTAL-FER-VENCIDAS.
           DISPLAY "FERIAS COM PRAZO ESTOURADO: "
               WS-TOTAL-FER-ATRASADAS.
           DISPLAY "EXAMES VENCIDOS..........: " WS-TOTAL-EXA-VENCIDOS.
           DISPLAY "EXAMES A VENCER..........: " WS-TOTAL-EXA-A-VENCER.

      *> O ATIVO ESTA NA EQUIPE QUANDO O GESTOR PEDIDO APARECE NA
      *> SUA CADEIA: LOGO NO PRIMEIRO NIVEL (DIRETO) OU, NA CADEIA
      *> TODA, EM QUALQUER NIVEL ACIMA, ATE O LIMITE CONTRA CICLO
       AVALIAR-ATIVO.
           MOVE ZEROS TO WS-NIVEL-MEMBRO WS-NIVEL-CADEIA.
           MOVE WS-ATV-GESTOR(WS-IDX) TO WS-GESTOR-CADEIA.
           IF SO-DIRETOS
               IF WS-GESTOR-CADEIA = WS-GESTOR-PEDIDO
                   MOVE 1 TO WS-NIVEL-MEMBRO
               END-IF
           ELSE
               PERFORM SUBIR-CADEIA
                   UNTIL WS-GESTOR-CADEIA = ZEROS
                   OR WS-NIVEL-MEMBRO > ZERO
                   OR WS-NIVEL-CADEIA >= WS-MAX-NIVEIS
           END-IF.
           IF WS-NIVEL-MEMBRO > ZERO
               AND WS-ATV-CODIGO(WS-IDX) NOT = WS-GESTOR-PEDIDO
               PERFORM RELATAR-MEMBRO
           END-IF.

       SUBIR-CADEIA.
           ADD 1 TO WS-NIVEL-CADEIA.
           IF WS-GESTOR-CADEIA = WS-GESTOR-PEDIDO
               MOVE WS-NIVEL-CADEIA TO WS-NIVEL-MEMBRO
           ELSE
               MOVE WS-GESTOR-CADEIA TO WS-CODIGO-PROCURADO
               PERFORM PROCURAR-CODIGO
               IF WS-IDX-ACHADO = ZERO
                   MOVE ZEROS TO WS-GESTOR-CADEIA
               ELSE
                   MOVE WS-ATV-GESTOR(WS-IDX-ACHADO)
                       TO WS-GESTOR-CADEIA
               END-IF
           END-IF.

      *> A TABELA ESTA NA ORDEM DO CODIGO: A BUSCA PARA NO PRIMEIRO
      *> CODIGO MAIOR QUE O PROCURADO
       PROCURAR-CODIGO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM COMPARAR-CODIGO
               VARYING WS-IDX-SUB FROM 1 BY 1
               UNTIL WS-IDX-SUB > WS-QTD-ATIVOS
               OR WS-IDX-ACHADO > ZERO
               OR WS-ATV-CODIGO(WS-IDX-SUB) > WS-CODIGO-PROCURADO.

       COMPARAR-CODIGO.
           IF WS-ATV-CODIGO(WS-IDX-SUB) = WS-CODIGO-PROCURADO
               MOVE WS-IDX-SUB TO WS-IDX-ACHADO
           END-IF.

       RELATAR-MEMBRO.
           ADD 1 TO WS-TOTAL-EQUIPE.
           MOVE WS-ATV-CODIGO(WS-IDX) TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE SPACES TO FUNCIONARIO-NOME
                       FUNCIONARIO-DEPARTAMENTO FUNCIONARIO-CARGO
           END-READ.
           PERFORM SPOOL-IMPRIMIR.
           STRING FUNCIONARIO-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NIVEL-MEMBRO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FUNCIONARIO-DEPARTAMENTO(1:3) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FUNCIONARIO-CARGO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM RELATAR-FERIAS.
           PERFORM RELATAR-BANCO-HORAS.
           PERFORM RELATAR-EXAMES.

      *> MESMA CLASSIFICACAO DO PROG54: VENCIDO = PERIODO AQUISITIVO
      *> COMPLETO, ESTOURADO = UM ANO DEPOIS DO FIM DO PERIODO SEM
      *> GOZO; O GOZO JA AGENDADO SAI COM AS DATAS
       RELATAR-FERIAS.
           MOVE "N" TO FIM-DAS-FERIAS.
           MOVE FUNCIONARIO-CODIGO TO FERIAS-CODIGO.
           MOVE ZEROS TO FERIAS-PERIODO-INICIO.
           START ARQUIVO-FERIAS KEY IS NOT LESS THAN FERIAS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-FERIAS
           END-START.
           PERFORM LER-PERIODO-FERIAS UNTIL ACABOU-FERIAS.

       LER-PERIODO-FERIAS.
           READ ARQUIVO-FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-FERIAS
               NOT AT END
                   IF FERIAS-CODIGO = FUNCIONARIO-CODIGO
                       PERFORM CLASSIFICAR-PERIODO
                   ELSE
                       MOVE "S" TO FIM-DAS-FERIAS
                   END-IF
           END-READ.

       CLASSIFICAR-PERIODO.
           MOVE FERIAS-PERIODO-FIM TO WS-DATA-LIMITE-NUM.
           ADD 1 TO WS-LIMITE-ANO.
           EVALUATE TRUE
               WHEN FERIAS-AGENDADA
                   ADD 1 TO WS-TOTAL-FER-AGENDADAS
                   STRING "      FERIAS AGENDADAS DE " DELIMITED BY SIZE
                       FERIAS-GOZO-INICIO DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       FERIAS-GOZO-FIM DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
               WHEN FERIAS-PENDENTE
                   AND WS-DATA-HOJE-N > WS-DATA-LIMITE-NUM
                   ADD 1 TO WS-TOTAL-FER-ATRASADAS
                   STRING "      *** FERIAS DO PERIODO "
                       DELIMITED BY SIZE
                       FERIAS-PERIODO-INICIO DELIMITED BY SIZE
                       " COM PRAZO DE GOZO ESTOURADO EM "
                       DELIMITED BY SIZE
                       WS-DATA-LIMITE-NUM DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
               WHEN FERIAS-PENDENTE
                   AND WS-DATA-HOJE-N > FERIAS-PERIODO-FIM
                   ADD 1 TO WS-TOTAL-FER-VENCIDAS
                   STRING "      FERIAS VENCIDAS DO PERIODO "
                       DELIMITED BY SIZE
                       FERIAS-PERIODO-INICIO DELIMITED BY SIZE
                       ", GOZAR ATE " DELIMITED BY SIZE
                       WS-DATA-LIMITE-NUM DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> SALDO COMPENSAVEL (MOVIMENTOS ABERTOS) E CREDITO VENCIDO A
      *> PAGAR NA PROXIMA FOLHA, COMO NO EXTRATO DO PROG77
       RELATAR-BANCO-HORAS.
           MOVE ZEROS TO WS-SALDO-HORAS WS-VENCIDO-HORAS.
           MOVE "N" TO WS-OPTANTE-BANCO.
           MOVE "N" TO FIM-DO-BANCO.
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
           MOVE ZEROS TO BH-COMPETENCIA.
           START ARQUIVO-BANCOHORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-BANCO
           END-START.
           PERFORM LER-MOVIMENTO-BANCO UNTIL ACABOU-BANCO.
           IF OPTANTE-DO-BANCO
               OR WS-SALDO-HORAS NOT = ZERO
               OR WS-VENCIDO-HORAS NOT = ZERO
               ADD WS-SALDO-HORAS TO WS-TOTAL-SALDO
               MOVE WS-SALDO-HORAS TO WS-SALDO-EDIT
               MOVE WS-VENCIDO-HORAS TO WS-VENCIDO-EDIT
               STRING "      BANCO DE HORAS: SALDO " DELIMITED BY SIZE
                   WS-SALDO-EDIT DELIMITED BY SIZE
                   " HORAS, VENCIDO A PAGAR " DELIMITED BY SIZE
                   WS-VENCIDO-EDIT DELIMITED BY SIZE
                   " HORAS" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       LER-MOVIMENTO-BANCO.
           READ ARQUIVO-BANCOHORAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-BANCO
               NOT AT END
                   IF BH-CODIGO = FUNCIONARIO-CODIGO
                       PERFORM SOMAR-MOVIMENTO-BANCO
                   ELSE
                       MOVE "S" TO FIM-DO-BANCO
                   END-IF
           END-READ.

       SOMAR-MOVIMENTO-BANCO.
           EVALUATE TRUE
               WHEN BH-ADESAO
                   MOVE "S" TO WS-OPTANTE-BANCO
               WHEN BH-ABERTO
                   COMPUTE WS-SALDO-HORAS = WS-SALDO-HORAS +
                       BH-HORAS-CREDITO - BH-HORAS-DEBITO
               WHEN BH-VENCIDO-A-PAGAR
                   COMPUTE WS-VENCIDO-HORAS = WS-VENCIDO-HORAS +
                       BH-HORAS-CREDITO - BH-HORAS-DEBITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> O VENCIMENTO VALE PELO ULTIMO EXAME REALIZADO, COMO NO
      *> RELATORIO DO PROG122; A VENCER = ATE O FIM DO MES SEGUINTE
       RELATAR-EXAMES.
           MOVE ZEROS TO WS-ULT-DT-REALIZACAO WS-ULT-DT-PROXIMO.
           MOVE "N" TO FIM-DOS-EXAMES.
           MOVE FUNCIONARIO-CODIGO TO EXAME-CODIGO-FUNC.
           MOVE ZEROS TO EXAME-SEQUENCIA.
           START ARQUIVO-EXAME KEY IS NOT LESS THAN EXAME-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EXAMES
           END-START.
           PERFORM LER-EXAME UNTIL ACABOU-EXAMES.
           IF WS-ULT-DT-PROXIMO > ZERO
               COMPUTE WS-VENC-ANOMES = WS-ULT-DT-PROXIMO / 100
               IF WS-ULT-DT-PROXIMO < WS-DATA-HOJE-N
                   ADD 1 TO WS-TOTAL-EXA-VENCIDOS
                   STRING "      *** EXAME PERIODICO VENCIDO EM "
                       DELIMITED BY SIZE
                       WS-ULT-DT-PROXIMO DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
               ELSE
                   IF WS-VENC-ANOMES NOT > WS-MES-SEGUINTE
                       ADD 1 TO WS-TOTAL-EXA-A-VENCER
                       STRING "      EXAME PERIODICO VENCE EM "
                           DELIMITED BY SIZE
                           WS-ULT-DT-PROXIMO DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
               END-IF
           END-IF.

       LER-EXAME.
           READ ARQUIVO-EXAME NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EXAMES
               NOT AT END
                   IF EXAME-CODIGO-FUNC = FUNCIONARIO-CODIGO
                       PERFORM GUARDAR-EXAME
                   ELSE
                       MOVE "S" TO FIM-DOS-EXAMES
                   END-IF
           END-READ.

       GUARDAR-EXAME.
           IF EXAME-PENDENTE
               ADD 1 TO WS-TOTAL-EXA-AGENDADOS
               IF EXAME-DT-AGENDADA < WS-DATA-HOJE-N
                   STRING "      *** EXAME AGENDADO PARA "
                       DELIMITED BY SIZE
                       EXAME-DT-AGENDADA DELIMITED BY SIZE
                       " E NAO REALIZADO" DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
               ELSE
                   STRING "      EXAME AGENDADO PARA "
                       DELIMITED BY SIZE
                       EXAME-DT-AGENDADA DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
               END-IF
               PERFORM SPOOL-IMPRIMIR
           ELSE
               IF EXAME-DT-REALIZACAO NOT < WS-ULT-DT-REALIZACAO
                   MOVE EXAME-DT-REALIZACAO TO WS-ULT-DT-REALIZACAO
                   MOVE EXAME-DT-PROXIMO TO WS-ULT-DT-PROXIMO
               END-IF
           END-IF.

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
