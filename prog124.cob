       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG124.
      *> PROGRAMA DO QUADRO DE VAGAS APROVADAS
      *> MANTEM, POR DEPARTAMENTO + CARGO, A QUANTIDADE DE VAGAS
      *> APROVADAS QUE A ADMISSAO (PROG37, PROG76, PROG40, PROG101,
      *> PROG58), A TRANSFERENCIA (PROG72) E A PROMOCAO (PROG97)
      *> CONFEREM ANTES DE OCUPAR UMA VAGA (PDQUADRO TAB). INCLUIR,
      *> ALTERAR E EXCLUIR SAO RESTRITOS A SUPERVISORES E GUARDAM A
      *> DATA DA APROVACAO E O OPERADOR; A CONSULTA MOSTRA AS
      *> APROVADAS CONTRA AS OCUPADAS. O RELATORIO LISTA, POR
      *> DEPARTAMENTO E CARGO, AS VAGAS APROVADAS, AS OCUPADAS PELOS
      *> ATIVOS DO MASTER, AS ABERTAS E AS EXCEDENTES (OCUPANTES ALEM
      *> DO APROVADO, INCLUSIVE EM COMBINACAO SEM QUADRO), COM TOTAIS
      *> POR DEPARTAMENTO E GERAL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT WORK-ORDENACAO ASSIGN TO "WORKQUADRO".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

      *> CADA VAGA APROVADA ENTRA COM A QUANTIDADE DO QUADRO E CADA
      *> ATIVO COM UMA OCUPADA; A SAIDA SOMA POR DEPARTAMENTO + CARGO
       SD  WORK-ORDENACAO.
       01  WORK-REGISTRO.
           05  WORK-DEPARTAMENTO PIC X(03).
           05  WORK-CARGO        PIC X(03).
           05  WORK-APROVADAS    PIC 9(04).
           05  WORK-OCUPADAS     PIC 9(04).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-ENT-TEXTO      PIC X(40).
       01  WS-CHAVE-OK       PIC X(01) VALUE "N".
           88  CHAVE-VALIDA          VALUE "S".
       01  WS-CONFIRMA       PIC X(01).
       01  WS-QUADRO-EXISTE  PIC X(01) VALUE "N".
           88  QUADRO-JA-EXISTE      VALUE "S".
       01  WS-VAGAS-ANTERIOR PIC 9(04) VALUE ZEROS.

      *> RELATORIO
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DO-QUADRO     PIC X(01) VALUE "N".
           88  ACABOU-QUADRO         VALUE "S".
       01  FIM-ORDENACAO     PIC X(01) VALUE "N".
           88  ACABOU-ORDENACAO      VALUE "S".
       01  WS-DEPTO-ATUAL    PIC X(03) VALUE SPACES.
       01  WS-CARGO-ATUAL    PIC X(03) VALUE SPACES.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  WS-NOME-CARGO     PIC X(30).
      *> LINHA DO CARGO E TOTAIS DO DEPARTAMENTO E DO RELATORIO
       01  WS-APROV-CARGO    PIC 9(05) VALUE ZEROS.
       01  WS-OCUP-CARGO     PIC 9(05) VALUE ZEROS.
       01  WS-ABERTAS-CARGO  PIC 9(05) VALUE ZEROS.
       01  WS-EXCED-CARGO    PIC 9(05) VALUE ZEROS.
       01  WS-APROV-DEPTO    PIC 9(05) VALUE ZEROS.
       01  WS-OCUP-DEPTO     PIC 9(05) VALUE ZEROS.
       01  WS-ABERTAS-DEPTO  PIC 9(05) VALUE ZEROS.
       01  WS-EXCED-DEPTO    PIC 9(05) VALUE ZEROS.
       01  WS-APROV-TOTAL    PIC 9(05) VALUE ZEROS.
       01  WS-OCUP-TOTAL     PIC 9(05) VALUE ZEROS.
       01  WS-ABERTAS-TOTAL  PIC 9(05) VALUE ZEROS.
       01  WS-EXCED-TOTAL    PIC 9(05) VALUE ZEROS.
      *> QUANTIDADES EDITADAS PARA IMPRESSAO
       01  WS-APROV-EDIT     PIC ZZZZ9.
       01  WS-OCUP-EDIT      PIC ZZZZ9.
       01  WS-ABERTAS-EDIT   PIC ZZZZ9.
       01  WS-EXCED-EDIT     PIC ZZZZ9.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== QUADRO DE VAGAS APROVADAS =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "I - INCLUIR/ALTERAR VAGAS APROVADAS (SUPERVISOR)".
           DISPLAY "E - EXCLUIR DEPARTAMENTO + CARGO DO QUADRO "
               "(SUPERVISOR)".
           DISPLAY "C - CONSULTAR VAGAS DE UM DEPARTAMENTO + CARGO".
           DISPLAY "R - RELATORIO APROVADAS X OCUPADAS X ABERTAS".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "I" WHEN "i"
                   PERFORM MANTER-QUADRO
               WHEN "E" WHEN "e"
                   PERFORM EXCLUIR-QUADRO
               WHEN "C" WHEN "c"
                   PERFORM CONSULTAR-QUADRO
               WHEN "R" WHEN "r"
                   PERFORM RELATORIO-QUADRO
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

      *> A APROVACAO DE VAGAS SO POR SUPERVISOR AUTENTICADO NO
      *> SIGN-ON, COMO A REABERTURA DO FECHAMENTO NO PROG71
       MANTER-QUADRO.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "MANUTENCAO DO QUADRO RESTRITA A SUPERVISORES"
           ELSE
               OPEN I-O ARQUIVO-QUADRO
               OPEN INPUT ARQUIVO-DEPARTAMENTO
               OPEN INPUT ARQUIVO-CARGO
               PERFORM INFORMAR-CHAVE-QUADRO
               IF CHAVE-VALIDA
                   PERFORM GRAVAR-VAGAS-APROVADAS
               END-IF
               CLOSE ARQUIVO-QUADRO
               CLOSE ARQUIVO-DEPARTAMENTO
               CLOSE ARQUIVO-CARGO
           END-IF.

      *> O DEPARTAMENTO E O CARGO PRECISAM ESTAR ATIVOS NAS TABELAS
      *> DE REFERENCIA (PROG51 E PROG56)
       INFORMAR-CHAVE-QUADRO.
           MOVE "N" TO WS-CHAVE-OK.
           DISPLAY "INFORME O CODIGO DO DEPARTAMENTO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO DEPARTAMENTO-CODIGO.
           DISPLAY "INFORME O CODIGO DO CARGO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO CARGO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   DISPLAY "ERRO: DEPARTAMENTO NAO CADASTRADO"
               NOT INVALID KEY
                   IF DEPARTAMENTO-INATIVO
                       DISPLAY "ERRO: DEPARTAMENTO INATIVO"
                   ELSE
                       PERFORM VALIDAR-CARGO-DO-QUADRO
                   END-IF
           END-READ.

       VALIDAR-CARGO-DO-QUADRO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   DISPLAY "ERRO: CARGO NAO CADASTRADO NA TABELA DE "
                       "CARGOS"
               NOT INVALID KEY
                   IF CARGO-INATIVO
                       DISPLAY "ERRO: CARGO INATIVO"
                   ELSE
                       DISPLAY DEPARTAMENTO-NOME " / " CARGO-NOME
                       MOVE "S" TO WS-CHAVE-OK
                   END-IF
           END-READ.

      *> INCLUI A COMBINACAO NOVA OU ALTERA A QUANTIDADE DA
      *> EXISTENTE; REDUZIR ABAIXO DAS OCUPADAS NAO DEMITE NINGUEM,
      *> SO BLOQUEIA NOVOS MOVIMENTOS ATE AS SAIDAS
       GRAVAR-VAGAS-APROVADAS.
           MOVE DEPARTAMENTO-CODIGO TO QUADRO-DEPARTAMENTO.
           MOVE CARGO-CODIGO        TO QUADRO-CARGO.
           MOVE ZEROS TO WS-VAGAS-ANTERIOR.
           READ ARQUIVO-QUADRO
               INVALID KEY
                   MOVE "N" TO WS-QUADRO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-QUADRO-EXISTE
                   MOVE QUADRO-VAGAS-APROVADAS TO WS-VAGAS-ANTERIOR
                   DISPLAY "VAGAS APROVADAS ATUAIS: "
                       QUADRO-VAGAS-APROVADAS
                       "  APROVADAS EM " QUADRO-DT-APROVACAO
                       " POR " QUADRO-OPERADOR
           END-READ.
           DISPLAY "INFORME A QUANTIDADE DE VAGAS APROVADAS: ".
           ACCEPT QUADRO-VAGAS-APROVADAS.
           ACCEPT QUADRO-DT-APROVACAO FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR TO QUADRO-OPERADOR.
           IF QUADRO-JA-EXISTE
               REWRITE QUADRO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O QUADRO"
                   NOT INVALID KEY
                       DISPLAY "QUADRO ALTERADO DE " WS-VAGAS-ANTERIOR
                           " PARA " QUADRO-VAGAS-APROVADAS " VAGAS"
               END-REWRITE
           ELSE
               WRITE QUADRO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO INCLUIR NO QUADRO"
                   NOT INVALID KEY
                       DISPLAY "QUADRO INCLUIDO COM "
                           QUADRO-VAGAS-APROVADAS " VAGAS"
               END-WRITE
           END-IF.

      *> SEM REGISTRO NO QUADRO A COMBINACAO DEIXA DE TER VAGA
      *> APROVADA; OS OCUPANTES ATUAIS PASSAM A EXCEDENTES
       EXCLUIR-QUADRO.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "MANUTENCAO DO QUADRO RESTRITA A SUPERVISORES"
           ELSE
               OPEN I-O ARQUIVO-QUADRO
               PERFORM INFORMAR-CHAVE-EXCLUSAO
               CLOSE ARQUIVO-QUADRO
           END-IF.

       INFORMAR-CHAVE-EXCLUSAO.
           DISPLAY "INFORME O CODIGO DO DEPARTAMENTO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO QUADRO-DEPARTAMENTO.
           DISPLAY "INFORME O CODIGO DO CARGO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO QUADRO-CARGO.
           READ ARQUIVO-QUADRO
               INVALID KEY
                   DISPLAY "DEPARTAMENTO + CARGO NAO CONSTA DO QUADRO"
               NOT INVALID KEY
                   DISPLAY "VAGAS APROVADAS: " QUADRO-VAGAS-APROVADAS
                   DISPLAY "CONFIRMA A EXCLUSAO? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE ARQUIVO-QUADRO
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR DO QUADRO"
                           NOT INVALID KEY
                               DISPLAY "EXCLUIDO DO QUADRO"
                       END-DELETE
                   ELSE
                       DISPLAY "EXCLUSAO CANCELADA"
                   END-IF
           END-READ.

      *> A CONSULTA USA A MESMA APURACAO DOS PROGRAMAS QUE OCUPAM
      *> VAGA (PDQUADRO TAB)
       CONSULTAR-QUADRO.
           OPEN INPUT ARQUIVO-QUADRO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           DISPLAY "INFORME O CODIGO DO DEPARTAMENTO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO WS-QDR-DEPARTAMENTO.
           DISPLAY "INFORME O CODIGO DO CARGO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO WS-QDR-CARGO.
           MOVE ZEROS TO WS-QDR-CODIGO.
           PERFORM QDR-APURAR-VAGA.
           IF QDR-FORA-DO-QUADRO
               DISPLAY "DEPARTAMENTO + CARGO SEM VAGA APROVADA NO "
                   "QUADRO"
           ELSE
               DISPLAY "VAGAS APROVADAS..: " WS-QDR-APROVADAS
               DISPLAY "VAGAS OCUPADAS...: " WS-QDR-OCUPADAS
               DISPLAY "APROVADAS EM.....: " QUADRO-DT-APROVACAO
                   " POR " QUADRO-OPERADOR
               IF QDR-VAGA-DISPONIVEL
                   COMPUTE WS-ABERTAS-CARGO =
                       WS-QDR-APROVADAS - WS-QDR-OCUPADAS
                   DISPLAY "VAGAS ABERTAS....: " WS-ABERTAS-CARGO
               ELSE
                   DISPLAY "QUADRO COMPLETO, SEM VAGA ABERTA"
               END-IF
           END-IF.
           CLOSE ARQUIVO-QUADRO.
           CLOSE ARQUIVO-FUNCIONARIO.

      *> RELATORIO DE TODAS AS EMPRESAS: O QUADRO E POR DEPARTAMENTO
      *> + CARGO, COMO A CONFERENCIA DO PDQUADRO
       RELATORIO-QUADRO.
           MOVE ZEROS TO WS-APROV-TOTAL WS-OCUP-TOTAL
               WS-ABERTAS-TOTAL WS-EXCED-TOTAL.
           MOVE "PROG124" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELQUADRO" TO WS-SPOOL-ARQUIVO.
           MOVE "QUADRO DE VAGAS: APROVADAS X OCUPADAS"
               TO WS-SPOOL-TITULO.
           STRING "CARGO NOME                           "
               DELIMITED BY SIZE
               "APROVADAS OCUPADAS ABERTAS EXCEDENTES"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CARGO.
           SORT WORK-ORDENACAO
               ON ASCENDING KEY WORK-DEPARTAMENTO WORK-CARGO
               INPUT PROCEDURE IS CARREGAR-QUADRO
               OUTPUT PROCEDURE IS IMPRIMIR-ORDENADO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CARGO.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "VAGAS APROVADAS..: " WS-APROV-TOTAL.
           DISPLAY "VAGAS OCUPADAS...: " WS-OCUP-TOTAL.
           DISPLAY "VAGAS ABERTAS....: " WS-ABERTAS-TOTAL.
           DISPLAY "EXCEDENTES.......: " WS-EXCED-TOTAL.

      *> ENTRADA DA ORDENACAO: O QUADRO INTEIRO E OS ATIVOS DO
      *> MASTER COM CARGO (SEM CARGO NAO OCUPA VAGA)
       CARREGAR-QUADRO.
           MOVE "N" TO FIM-DO-QUADRO.
           OPEN INPUT ARQUIVO-QUADRO.
           PERFORM LER-PROXIMO-QUADRO.
           PERFORM LIBERAR-QUADRO UNTIL ACABOU-QUADRO.
           CLOSE ARQUIVO-QUADRO.
           MOVE "N" TO FIM-DO-ARQUIVO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM LER-PROXIMO-REGISTRO.
           PERFORM LIBERAR-FUNCIONARIO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FUNCIONARIO.

       LER-PROXIMO-QUADRO.
           READ ARQUIVO-QUADRO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-QUADRO
           END-READ.

       LIBERAR-QUADRO.
           MOVE QUADRO-DEPARTAMENTO    TO WORK-DEPARTAMENTO.
           MOVE QUADRO-CARGO           TO WORK-CARGO.
           MOVE QUADRO-VAGAS-APROVADAS TO WORK-APROVADAS.
           MOVE ZEROS                  TO WORK-OCUPADAS.
           RELEASE WORK-REGISTRO.
           PERFORM LER-PROXIMO-QUADRO.

       LER-PROXIMO-REGISTRO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                   "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DO-ARQUIVO
           END-IF.

       LIBERAR-FUNCIONARIO.
           IF FUNCIONARIO-ATIVO
               AND FUNCIONARIO-CARGO NOT = SPACES
               MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                   TO WORK-DEPARTAMENTO
               MOVE FUNCIONARIO-CARGO TO WORK-CARGO
               MOVE ZEROS             TO WORK-APROVADAS
               MOVE 1                 TO WORK-OCUPADAS
               RELEASE WORK-REGISTRO
           END-IF.
           PERFORM LER-PROXIMO-REGISTRO.

      *> SAIDA DA ORDENACAO: SOMA POR CARGO DENTRO DO DEPARTAMENTO,
      *> COM QUEBRA POR DEPARTAMENTO
       IMPRIMIR-ORDENADO.
           MOVE "N" TO FIM-ORDENACAO.
           MOVE SPACES TO WS-DEPTO-ATUAL WS-CARGO-ATUAL.
           PERFORM RETORNAR-PROXIMO-ORDENADO.
           IF ACABOU-ORDENACAO
               PERFORM SPOOL-IMPRIMIR
               MOVE "QUADRO DE VAGAS VAZIO E NENHUM ATIVO COM CARGO"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           ELSE
               PERFORM ACUMULAR-ORDENADO UNTIL ACABOU-ORDENACAO
               PERFORM FECHAR-CARGO
               PERFORM FECHAR-DEPARTAMENTO
           END-IF.

       RETORNAR-PROXIMO-ORDENADO.
           RETURN WORK-ORDENACAO
               AT END
                   MOVE "S" TO FIM-ORDENACAO
           END-RETURN.

       ACUMULAR-ORDENADO.
           IF WORK-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
               IF WS-DEPTO-ATUAL NOT = SPACES
                   PERFORM FECHAR-CARGO
                   PERFORM FECHAR-DEPARTAMENTO
               END-IF
               PERFORM ABRIR-DEPARTAMENTO
               PERFORM ABRIR-CARGO
           ELSE
               IF WORK-CARGO NOT = WS-CARGO-ATUAL
                   PERFORM FECHAR-CARGO
                   PERFORM ABRIR-CARGO
               END-IF
           END-IF.
           ADD WORK-APROVADAS TO WS-APROV-CARGO.
           ADD WORK-OCUPADAS  TO WS-OCUP-CARGO.
           PERFORM RETORNAR-PROXIMO-ORDENADO.

       ABRIR-DEPARTAMENTO.
           MOVE WORK-DEPARTAMENTO TO WS-DEPTO-ATUAL.
           MOVE ZEROS TO WS-APROV-DEPTO WS-OCUP-DEPTO
               WS-ABERTAS-DEPTO WS-EXCED-DEPTO.
           MOVE WORK-DEPARTAMENTO TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO"
                       TO WS-NOME-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-NOME-DEPARTAMENTO
           END-READ.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
               WS-DEPTO-ATUAL DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-DEPARTAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       ABRIR-CARGO.
           MOVE WORK-CARGO TO WS-CARGO-ATUAL.
           MOVE ZEROS TO WS-APROV-CARGO WS-OCUP-CARGO.

      *> OCUPADAS ALEM DAS APROVADAS SAO EXCEDENTES; APROVADAS NAO
      *> OCUPADAS SAO AS VAGAS ABERTAS
       FECHAR-CARGO.
           MOVE ZEROS TO WS-ABERTAS-CARGO WS-EXCED-CARGO.
           IF WS-OCUP-CARGO > WS-APROV-CARGO
               COMPUTE WS-EXCED-CARGO = WS-OCUP-CARGO - WS-APROV-CARGO
           ELSE
               COMPUTE WS-ABERTAS-CARGO =
                   WS-APROV-CARGO - WS-OCUP-CARGO
           END-IF.
           MOVE WS-CARGO-ATUAL TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE "*** CARGO NAO CADASTRADO" TO WS-NOME-CARGO
               NOT INVALID KEY
                   MOVE CARGO-NOME TO WS-NOME-CARGO
           END-READ.
           MOVE WS-APROV-CARGO   TO WS-APROV-EDIT.
           MOVE WS-OCUP-CARGO    TO WS-OCUP-EDIT.
           MOVE WS-ABERTAS-CARGO TO WS-ABERTAS-EDIT.
           MOVE WS-EXCED-CARGO   TO WS-EXCED-EDIT.
           STRING WS-CARGO-ATUAL DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-NOME-CARGO DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-APROV-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-OCUP-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ABERTAS-EDIT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-EXCED-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           ADD WS-APROV-CARGO   TO WS-APROV-DEPTO.
           ADD WS-OCUP-CARGO    TO WS-OCUP-DEPTO.
           ADD WS-ABERTAS-CARGO TO WS-ABERTAS-DEPTO.
           ADD WS-EXCED-CARGO   TO WS-EXCED-DEPTO.

       FECHAR-DEPARTAMENTO.
           MOVE WS-APROV-DEPTO   TO WS-APROV-EDIT.
           MOVE WS-OCUP-DEPTO    TO WS-OCUP-EDIT.
           MOVE WS-ABERTAS-DEPTO TO WS-ABERTAS-EDIT.
           MOVE WS-EXCED-DEPTO   TO WS-EXCED-EDIT.
           STRING "   TOTAL DO DEPARTAMENTO" DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               WS-APROV-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-OCUP-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ABERTAS-EDIT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-EXCED-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           ADD WS-APROV-DEPTO   TO WS-APROV-TOTAL.
           ADD WS-OCUP-DEPTO    TO WS-OCUP-TOTAL.
           ADD WS-ABERTAS-DEPTO TO WS-ABERTAS-TOTAL.
           ADD WS-EXCED-DEPTO   TO WS-EXCED-TOTAL.

       IMPRIMIR-TOTAL-GERAL.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "===== TOTAL GERAL =====" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-APROV-TOTAL   TO WS-APROV-EDIT.
           MOVE WS-OCUP-TOTAL    TO WS-OCUP-EDIT.
           MOVE WS-ABERTAS-TOTAL TO WS-ABERTAS-EDIT.
           MOVE WS-EXCED-TOTAL   TO WS-EXCED-EDIT.
           STRING "APROVADAS: " DELIMITED BY SIZE
               WS-APROV-EDIT DELIMITED BY SIZE
               "  OCUPADAS: " DELIMITED BY SIZE
               WS-OCUP-EDIT DELIMITED BY SIZE
               "  ABERTAS: " DELIMITED BY SIZE
               WS-ABERTAS-EDIT DELIMITED BY SIZE
               "  EXCEDENTES: " DELIMITED BY SIZE
               WS-EXCED-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
