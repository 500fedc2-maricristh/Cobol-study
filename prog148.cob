       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG148.
      *> PROGRAMA DAS AVALIACOES DE DESEMPENHO
      *> LANCA A AVALIACAO ANUAL DE CADA FUNCIONARIO ATIVO DA EMPRESA:
      *> O AVALIADOR (POR PADRAO O GESTOR IMEDIATO DO MASTER, QUE
      *> PRECISA SER OUTRO FUNCIONARIO ATIVO), A NOTA DE 1 A 5 E O
      *> COMENTARIO. A AVALIACAO FICA EM ELABORACAO ATE SER CONCLUIDA;
      *> SO AS CONCLUIDAS ENTRAM NA PROPOSTA DE MERITO DO PROG149, E A
      *> CONCLUIDA SO VOLTA A ELABORACAO PELO SUPERVISOR AUTENTICADO
      *> (NIVEL 2 NO SIGN-ON DO PROG44) ENQUANTO O MERITO NAO FOI
      *> APROVADO. A CONSULTA MOSTRA O HISTORICO DO FUNCIONARIO, ANO A
      *> ANO, COM O MERITO PROPOSTO, APROVADO OU APLICADO (PROG150), E
      *> AS PENDENCIAS LISTAM OS ATIVOS AINDA SEM AVALIACAO CONCLUIDA
      *> NO ANO DO CICLO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELAVALIACAO TAB
           COPY "SELAVALIACAO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDAVALIACAO TAB
           COPY "FDAVALIACAO.COB".
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
      *> AS AVALIACOES SAO DOS FUNCIONARIOS DA EMPRESA DA SESSAO;
      *> FORA DO MENU O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-ANO-HOJE       PIC 9(04).
           05  FILLER            PIC 9(04).
       01  WS-ANO-PEDIDO     PIC 9(04) VALUE ZEROS.
       01  WS-CODIGO-PEDIDO  PIC 9(05) VALUE ZEROS.
       01  WS-AVALIADOR-PEDIDO PIC 9(05) VALUE ZEROS.
      *> O FUNCIONARIO AVALIADO FICA GUARDADO PORQUE A CONFERENCIA DO
      *> AVALIADOR LE O MASTER DE NOVO
       01  WS-NOME-AVALIADO  PIC X(30).
       01  WS-GESTOR-AVALIADO PIC 9(05) VALUE ZEROS.
       01  WS-FUNC-OK        PIC X(01) VALUE "N".
           88  FUNCIONARIO-LOCALIZADO VALUE "S".
       01  WS-AVAL-EXISTE    PIC X(01) VALUE "N".
           88  AVALIACAO-JA-EXISTE   VALUE "S".
       01  WS-AVALIADOR-OK   PIC X(01) VALUE "N".
           88  AVALIADOR-VALIDO      VALUE "S".
       01  WS-ENT-TEXTO      PIC X(60).
       01  WS-ENT-NOTA       PIC X(01).
       01  WS-OPCAO-GRAVACAO PIC X(01).
       01  WS-CONFIRMA       PIC X(01).
       01  WS-SITUACAO-DESC  PIC X(12).
       01  WS-MERITO-DESC    PIC X(14).
       01  FIM-DA-AVALIACAO  PIC X(01) VALUE "N".
           88  ACABOU-AVALIACAO      VALUE "S".
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  WS-QTD-AVALIACOES PIC 9(03) VALUE ZEROS.
       01  WS-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ATIVOS     PIC 9(05) VALUE ZEROS.
       01  WS-PERC-EDIT      PIC Z9.99.
       01  WS-SALARIO-EDIT   PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== AVALIACOES DE DESEMPENHO =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-AVALIACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-AVALIACAO.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AVALIACAO.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-AVALIACAO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DAS AVALIACOES "
                   "(BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "AVALIACOES DA EMPRESA " WS-EMPRESA-FILTRO.

       MENU-PRINCIPAL.
           DISPLAY "I - INCLUIR/ALTERAR AVALIACAO".
           DISPLAY "R - REABRIR AVALIACAO CONCLUIDA (SUPERVISOR)".
           DISPLAY "Q - CONSULTAR AVALIACOES DO FUNCIONARIO".
           DISPLAY "P - LISTAR PENDENCIAS DO CICLO".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "I" WHEN "i"
                   PERFORM LANCAR-AVALIACAO
               WHEN "R" WHEN "r"
                   PERFORM REABRIR-AVALIACAO
               WHEN "Q" WHEN "q"
                   PERFORM CONSULTAR-AVALIACOES
               WHEN "P" WHEN "p"
                   PERFORM LISTAR-PENDENCIAS
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

      *> ANO ZERADO = ANO CORRENTE
       INFORMAR-ANO.
           DISPLAY "INFORME O ANO DO CICLO (AAAA, ZEROS = "
               WS-ANO-HOJE "): ".
           ACCEPT WS-ANO-PEDIDO.
           IF WS-ANO-PEDIDO = ZEROS
               MOVE WS-ANO-HOJE TO WS-ANO-PEDIDO
           END-IF.

      *> SO FUNCIONARIO ATIVO DA EMPRESA DA SESSAO E AVALIADO; O
      *> REGISTRO LEGADO SEM EMPRESA VALE COMO A "01"
       LER-FUNCIONARIO-AVALIADO.
           MOVE "N" TO WS-FUNC-OK.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           MOVE WS-CODIGO-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO"
               NOT INVALID KEY
                   PERFORM CONFERIR-FUNCIONARIO-AVALIADO
           END-READ.

       CONFERIR-FUNCIONARIO-AVALIADO.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF WS-EMPRESA-FUNC NOT = WS-EMPRESA-FILTRO
               DISPLAY "FUNCIONARIO DE OUTRA EMPRESA ("
                   WS-EMPRESA-FUNC ")"
           ELSE
               MOVE "S" TO WS-FUNC-OK
               MOVE FUNCIONARIO-NOME TO WS-NOME-AVALIADO
               MOVE FUNCIONARIO-GESTOR TO WS-GESTOR-AVALIADO
               DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME " CARGO "
                   FUNCIONARIO-CARGO " GESTOR " FUNCIONARIO-GESTOR
           END-IF.

       LER-AVALIACAO-DO-ANO.
           MOVE "N" TO WS-AVAL-EXISTE.
           MOVE WS-CODIGO-PEDIDO TO AVAL-CODIGO.
           MOVE WS-ANO-PEDIDO TO AVAL-ANO.
           READ ARQUIVO-AVALIACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-AVAL-EXISTE
           END-READ.

      *> A AVALIACAO NOVA NASCE EM ELABORACAO COM O GESTOR IMEDIATO
      *> COMO AVALIADOR SUGERIDO; A CONCLUIDA NAO E MAIS ALTERADA AQUI
       LANCAR-AVALIACAO.
           PERFORM LER-FUNCIONARIO-AVALIADO.
           IF FUNCIONARIO-LOCALIZADO AND NOT FUNCIONARIO-ATIVO
               DISPLAY "FUNCIONARIO INATIVO NAO E AVALIADO"
               MOVE "N" TO WS-FUNC-OK
           END-IF.
           IF FUNCIONARIO-LOCALIZADO
               PERFORM INFORMAR-ANO
               PERFORM LER-AVALIACAO-DO-ANO
               IF AVALIACAO-JA-EXISTE AND AVAL-CONCLUIDA
                   DISPLAY "AVALIACAO DE " AVAL-ANO " JA CONCLUIDA EM "
                       AVAL-DT-AVALIACAO "; REABERTURA SO PELO "
                       "SUPERVISOR"
               ELSE
                   PERFORM PREPARAR-AVALIACAO
                   PERFORM INFORMAR-DADOS-AVALIACAO
                   PERFORM DECIDIR-GRAVACAO
               END-IF
           END-IF.

       PREPARAR-AVALIACAO.
           IF AVALIACAO-JA-EXISTE
               DISPLAY "AVALIACAO EM ELABORACAO:"
               PERFORM EXIBIR-AVALIACAO
           ELSE
               MOVE SPACES TO AVAL-REGISTRO
               MOVE WS-CODIGO-PEDIDO TO AVAL-CODIGO
               MOVE WS-ANO-PEDIDO TO AVAL-ANO
               MOVE WS-GESTOR-AVALIADO TO AVAL-AVALIADOR
               MOVE ZEROS TO AVAL-NOTA AVAL-DT-AVALIACAO AVAL-QUARTIL
                   AVAL-PERC-MERITO AVAL-SALARIO-BASE
                   AVAL-SALARIO-PROPOSTO AVAL-DT-APROVACAO
                   AVAL-DT-APLICACAO AVAL-SALARIO-APLICADO
               MOVE "E" TO AVAL-SITUACAO
               DISPLAY "NOVA AVALIACAO DE " AVAL-ANO
           END-IF.

       INFORMAR-DADOS-AVALIACAO.
           MOVE "N" TO WS-AVALIADOR-OK.
           PERFORM INFORMAR-AVALIADOR UNTIL AVALIADOR-VALIDO.
           MOVE ZEROS TO AVAL-NOTA.
           PERFORM INFORMAR-NOTA UNTIL AVAL-NOTA-VALIDA.
           DISPLAY "INFORME O COMENTARIO (BRANCO = MANTER O "
               "ANTERIOR): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO NOT = SPACES
               MOVE WS-ENT-TEXTO TO AVAL-COMENTARIO
           END-IF.

      *> O AVALIADOR E FUNCIONARIO ATIVO DO MASTER E NAO PODE SER O
      *> PROPRIO AVALIADO; ZEROS FICA COM O AVALIADOR SUGERIDO
       INFORMAR-AVALIADOR.
           DISPLAY "INFORME O AVALIADOR (ZEROS = " AVAL-AVALIADOR
               "): ".
           ACCEPT WS-AVALIADOR-PEDIDO.
           IF WS-AVALIADOR-PEDIDO = ZEROS
               MOVE AVAL-AVALIADOR TO WS-AVALIADOR-PEDIDO
           END-IF.
           IF WS-AVALIADOR-PEDIDO = ZEROS
               DISPLAY "ERRO: FUNCIONARIO SEM GESTOR, INFORME O "
                   "AVALIADOR"
           ELSE
           IF WS-AVALIADOR-PEDIDO = WS-CODIGO-PEDIDO
               DISPLAY "ERRO: O FUNCIONARIO NAO AVALIA A SI MESMO"
           ELSE
               MOVE WS-AVALIADOR-PEDIDO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "ERRO: AVALIADOR NAO CADASTRADO"
                   NOT INVALID KEY
                       IF FUNCIONARIO-ATIVO
                           MOVE WS-AVALIADOR-PEDIDO TO AVAL-AVALIADOR
                           MOVE "S" TO WS-AVALIADOR-OK
                           DISPLAY "AVALIADOR: " FUNCIONARIO-NOME
                       ELSE
                           DISPLAY "ERRO: AVALIADOR INATIVO"
                       END-IF
               END-READ
           END-IF
           END-IF.

       INFORMAR-NOTA.
           DISPLAY "INFORME A NOTA (1=INSUFICIENTE 2=ABAIXO 3=ATENDE "
               "4=SUPERA 5=EXCEPCIONAL): ".
           MOVE SPACES TO WS-ENT-NOTA.
           ACCEPT WS-ENT-NOTA.
           IF WS-ENT-NOTA IS NUMERIC
               MOVE WS-ENT-NOTA TO AVAL-NOTA
           ELSE
               MOVE ZEROS TO AVAL-NOTA
           END-IF.
           IF NOT AVAL-NOTA-VALIDA
               DISPLAY "ERRO: NOTA DEVE SER DE 1 A 5"
           END-IF.

       DECIDIR-GRAVACAO.
           DISPLAY "(G)RAVAR EM ELABORACAO (C)ONCLUIR (V)OLTAR SEM "
               "GRAVAR: ".
           ACCEPT WS-OPCAO-GRAVACAO.
           EVALUATE WS-OPCAO-GRAVACAO
               WHEN "G" WHEN "g"
                   MOVE "E" TO AVAL-SITUACAO
                   PERFORM GRAVAR-AVALIACAO
               WHEN "C" WHEN "c"
                   MOVE "C" TO AVAL-SITUACAO
                   PERFORM GRAVAR-AVALIACAO
               WHEN OTHER
                   DISPLAY "AVALIACAO NAO GRAVADA"
           END-EVALUATE.

       GRAVAR-AVALIACAO.
           MOVE WS-DATA-HOJE TO AVAL-DT-AVALIACAO.
           MOVE WS-OPERADOR TO AVAL-OPERADOR.
           IF AVALIACAO-JA-EXISTE
               REWRITE AVAL-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A AVALIACAO"
                   NOT INVALID KEY
                       PERFORM CONFIRMAR-GRAVACAO
               END-REWRITE
           ELSE
               WRITE AVAL-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A AVALIACAO"
                   NOT INVALID KEY
                       PERFORM CONFIRMAR-GRAVACAO
               END-WRITE
           END-IF.

       CONFIRMAR-GRAVACAO.
           DISPLAY "AVALIACAO DE " AVAL-ANO " DE " WS-NOME-AVALIADO.
           IF AVAL-CONCLUIDA
               DISPLAY "AVALIACAO CONCLUIDA, ENTRA NA PROPOSTA DE "
                   "MERITO DO ANO"
           ELSE
               DISPLAY "AVALIACAO GRAVADA EM ELABORACAO"
           END-IF.

      *> A REABERTURA DESCARTA A PROPOSTA DE MERITO AINDA NAO
      *> APROVADA, QUE O PROG149 REFAZ COM A NOVA NOTA
       REABRIR-AVALIACAO.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "REABERTURA DE AVALIACOES RESTRITA A "
                   "SUPERVISORES AUTENTICADOS NO SIGN-ON"
           ELSE
               PERFORM LER-FUNCIONARIO-AVALIADO
               IF FUNCIONARIO-LOCALIZADO
                   PERFORM INFORMAR-ANO
                   PERFORM LER-AVALIACAO-DO-ANO
                   PERFORM CONFERIR-REABERTURA
               END-IF
           END-IF.

       CONFERIR-REABERTURA.
           EVALUATE TRUE
               WHEN NOT AVALIACAO-JA-EXISTE
                   DISPLAY "NAO HA AVALIACAO DO FUNCIONARIO NO ANO"
               WHEN NOT AVAL-CONCLUIDA
                   DISPLAY "AVALIACAO AINDA EM ELABORACAO"
               WHEN NOT MERITO-SEM-PROPOSTA AND NOT MERITO-PROPOSTO
                   DISPLAY "MERITO JA DECIDIDO PELO SUPERVISOR, "
                       "AVALIACAO NAO PODE SER REABERTA"
               WHEN OTHER
                   PERFORM EXIBIR-AVALIACAO
                   DISPLAY "CONFIRMA A REABERTURA? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM DESCARTAR-PROPOSTA
                       MOVE "E" TO AVAL-SITUACAO
                       MOVE WS-OPERADOR TO AVAL-OPERADOR
                       REWRITE AVAL-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A AVALIACAO"
                           NOT INVALID KEY
                               DISPLAY "AVALIACAO REABERTA"
                       END-REWRITE
                   ELSE
                       DISPLAY "REABERTURA DESISTIDA"
                   END-IF
           END-EVALUATE.

       DESCARTAR-PROPOSTA.
           MOVE SPACE TO AVAL-MERITO-SITUACAO AVAL-LIMITADO.
           MOVE ZEROS TO AVAL-QUARTIL AVAL-PERC-MERITO
               AVAL-SALARIO-BASE AVAL-SALARIO-PROPOSTO.

       DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN AVAL-CONCLUIDA
                   MOVE "CONCLUIDA" TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE "EM ELABORACAO" TO WS-SITUACAO-DESC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MERITO-PROPOSTO
                   MOVE "PROPOSTO" TO WS-MERITO-DESC
               WHEN MERITO-APROVADO
                   MOVE "APROVADO" TO WS-MERITO-DESC
               WHEN MERITO-RECUSADO
                   MOVE "RECUSADO" TO WS-MERITO-DESC
               WHEN MERITO-APLICADO
                   MOVE "APLICADO" TO WS-MERITO-DESC
               WHEN OTHER
                   MOVE "SEM PROPOSTA" TO WS-MERITO-DESC
           END-EVALUATE.

       EXIBIR-AVALIACAO.
           PERFORM DESCREVER-SITUACAO.
           DISPLAY "ANO " AVAL-ANO " NOTA " AVAL-NOTA " AVALIADOR "
               AVAL-AVALIADOR " " WS-SITUACAO-DESC " EM "
               AVAL-DT-AVALIACAO " POR " AVAL-OPERADOR.
           IF AVAL-COMENTARIO NOT = SPACES
               DISPLAY "    " AVAL-COMENTARIO
           END-IF.
           IF NOT MERITO-SEM-PROPOSTA
               MOVE AVAL-PERC-MERITO TO WS-PERC-EDIT
               MOVE AVAL-SALARIO-PROPOSTO TO WS-SALARIO-EDIT
               DISPLAY "    MERITO " WS-MERITO-DESC " " WS-PERC-EDIT
                   "% QUARTIL " AVAL-QUARTIL " PROPOSTO "
                   WS-SALARIO-EDIT
           END-IF.
           IF MERITO-APLICADO
               MOVE AVAL-SALARIO-APLICADO TO WS-SALARIO-EDIT
               DISPLAY "    APLICADO EM " AVAL-DT-APLICACAO
                   " SALARIO " WS-SALARIO-EDIT
           END-IF.

      *> AS AVALIACOES DO FUNCIONARIO FICAM JUNTAS NA CHAVE (CODIGO +
      *> ANO)
       CONSULTAR-AVALIACOES.
           PERFORM LER-FUNCIONARIO-AVALIADO.
           IF FUNCIONARIO-LOCALIZADO
               MOVE ZEROS TO WS-QTD-AVALIACOES
               MOVE "N" TO FIM-DA-AVALIACAO
               MOVE WS-CODIGO-PEDIDO TO AVAL-CODIGO
               MOVE ZEROS TO AVAL-ANO
               START ARQUIVO-AVALIACAO KEY IS NOT LESS THAN AVAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-DA-AVALIACAO
               END-START
               PERFORM LISTAR-PROXIMA-AVALIACAO UNTIL ACABOU-AVALIACAO
               IF WS-QTD-AVALIACOES = ZERO
                   DISPLAY "NENHUMA AVALIACAO DO FUNCIONARIO"
               END-IF
           END-IF.

       LISTAR-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-AVALIACAO
               NOT AT END
                   IF AVAL-CODIGO NOT = WS-CODIGO-PEDIDO
                       MOVE "S" TO FIM-DA-AVALIACAO
                   ELSE
                       ADD 1 TO WS-QTD-AVALIACOES
                       PERFORM EXIBIR-AVALIACAO
                   END-IF
           END-READ.

      *> ATIVOS DA EMPRESA SEM AVALIACAO CONCLUIDA NO ANO, PARA O RH
      *> COBRAR OS GESTORES ANTES DA PROPOSTA DE MERITO
       LISTAR-PENDENCIAS.
           PERFORM INFORMAR-ANO.
           MOVE ZEROS TO WS-QTD-PENDENTES WS-QTD-ATIVOS.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS THAN FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM VERIFICAR-PROXIMO-ATIVO UNTIL ACABOU-ARQUIVO.
           DISPLAY "ATIVOS NA EMPRESA: " WS-QTD-ATIVOS
               "  SEM AVALIACAO CONCLUIDA EM " WS-ANO-PEDIDO ": "
               WS-QTD-PENDENTES.

       VERIFICAR-PROXIMO-ATIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                   "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DO-ARQUIVO
           END-IF.
           IF NOT ACABOU-ARQUIVO
               MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC
               IF WS-EMPRESA-FUNC = SPACES
                   MOVE "01" TO WS-EMPRESA-FUNC
               END-IF
               IF FUNCIONARIO-ATIVO
                   AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                   ADD 1 TO WS-QTD-ATIVOS
                   PERFORM VERIFICAR-AVALIACAO-DO-ATIVO
               END-IF
           END-IF.

       VERIFICAR-AVALIACAO-DO-ATIVO.
           MOVE FUNCIONARIO-CODIGO TO AVAL-CODIGO.
           MOVE WS-ANO-PEDIDO TO AVAL-ANO.
           READ ARQUIVO-AVALIACAO
               INVALID KEY
                   ADD 1 TO WS-QTD-PENDENTES
                   DISPLAY FUNCIONARIO-CODIGO " " FUNCIONARIO-NOME
                       " GESTOR " FUNCIONARIO-GESTOR " SEM AVALIACAO"
               NOT INVALID KEY
                   IF NOT AVAL-CONCLUIDA
                       ADD 1 TO WS-QTD-PENDENTES
                       DISPLAY FUNCIONARIO-CODIGO " " FUNCIONARIO-NOME
                           " GESTOR " FUNCIONARIO-GESTOR
                           " EM ELABORACAO"
                   END-IF
           END-READ.

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".
