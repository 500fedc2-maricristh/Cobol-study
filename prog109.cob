       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG109.
      *> PROGRAMA DE MANUTENCAO DAS ORDENS JUDICIAIS DE PENSAO
      *> ALIMENTICIA NOS MOLDES DO PROG106: CADA ORDEM E GRAVADA POR
      *> CODIGO DO FUNCIONARIO E SEQUENCIA, LIGADA A UM DEPENDENTE JA
      *> CADASTRADO (PROG37), COM O NUMERO DO PROCESSO, O BENEFICIARIO,
      *> A BASE DE CALCULO (PERCENTUAL DO LIQUIDO, DO BRUTO OU VALOR
      *> FIXO), A VIGENCIA, SE INCIDE NO 13 E NA RESCISAO E A CONTA DO
      *> BENEFICIARIO. O PROG41, O PROG55 E O PROG62 DESCONTAM A
      *> PENSAO E O PROG110 GERA O CREDITO AO BENEFICIARIO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELPENSAO TAB
           COPY "SELPENSAO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDPENSAO TAB
           COPY "FDPENSAO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  FIM-DA-LISTA      PIC X(01) VALUE "N".
           88  ACABOU-LISTA          VALUE "S".
       01  WS-FUNC-OK        PIC X(01) VALUE "N".
           88  FUNCIONARIO-VALIDO    VALUE "S".
       01  WS-DEP-OK         PIC X(01) VALUE "N".
           88  DEPENDENTE-VALIDO     VALUE "S".
       01  WS-BASE-OK        PIC X(01) VALUE "N".
           88  BASE-VALIDA           VALUE "S".
       01  WS-VIGENCIA-OK    PIC X(01) VALUE "N".
           88  VIGENCIA-VALIDA       VALUE "S".
       01  WS-ORDEM-OK       PIC X(01) VALUE "N".
           88  ORDEM-ENCONTRADA      VALUE "S".
       01  WS-CODIGO-LISTA   PIC 9(05) VALUE ZEROS.
       01  WS-PERCENTUAL-IMP.
           05  WS-PERCENTUAL-EDIT PIC ZZ9.99.
       01  WS-VALOR-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VALOR-EDIT     PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN I-O ARQUIVO-PENSAO.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-PENSAO.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== ORDENS JUDICIAIS DE PENSAO ALIMENTICIA =====".
           DISPLAY "A - INCLUIR ORDEM".
           DISPLAY "C - ALTERAR ORDEM".
           DISPLAY "D - EXCLUIR ORDEM".
           DISPLAY "L - LISTAR ORDENS DO FUNCIONARIO".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "A" WHEN "a"
                   PERFORM INCLUIR-ORDEM
               WHEN "C" WHEN "c"
                   PERFORM ALTERAR-ORDEM
               WHEN "D" WHEN "d"
                   PERFORM EXCLUIR-ORDEM
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-ORDENS
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       INCLUIR-ORDEM.
           PERFORM INFORMAR-CHAVE-ORDEM.
           IF FUNCIONARIO-VALIDO
               PERFORM INFORMAR-DADOS-ORDEM
               WRITE PENSAO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO: ORDEM JA CADASTRADA"
                   NOT INVALID KEY
                       DISPLAY "ORDEM INCLUIDA"
               END-WRITE
           END-IF.

      *> A ORDEM SO PODE SER LANCADA PARA FUNCIONARIO CADASTRADO
       INFORMAR-CHAVE-ORDEM.
           MOVE "N" TO WS-FUNC-OK.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT PENSAO-CODIGO.
           MOVE PENSAO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "S" TO WS-FUNC-OK
                   DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
           END-READ.
           IF FUNCIONARIO-VALIDO
               DISPLAY "INFORME A SEQUENCIA DA ORDEM (01-99): "
               ACCEPT PENSAO-SEQUENCIA
           END-IF.

       INFORMAR-DADOS-ORDEM.
           DISPLAY "INFORME O NUMERO DO PROCESSO: ".
           ACCEPT PENSAO-PROCESSO.
           MOVE "N" TO WS-DEP-OK.
           PERFORM ACEITAR-DEPENDENTE UNTIL DEPENDENTE-VALIDO.
           DISPLAY "INFORME O NOME DO BENEFICIARIO (BRANCO = NOME DO "
               "DEPENDENTE): ".
           ACCEPT PENSAO-BENEFICIARIO.
           IF PENSAO-BENEFICIARIO = SPACES
               MOVE DEP-NOME TO PENSAO-BENEFICIARIO
           END-IF.
           DISPLAY "INFORME O CPF DO BENEFICIARIO: ".
           ACCEPT PENSAO-CPF-BENEF.
           MOVE "N" TO WS-BASE-OK.
           PERFORM ACEITAR-BASE UNTIL BASE-VALIDA.
           IF PENSAO-VALOR-FIXO
               MOVE ZEROS TO PENSAO-PERCENTUAL
               DISPLAY "INFORME O VALOR MENSAL DA PENSAO: "
               ACCEPT PENSAO-VALOR
           ELSE
               MOVE ZEROS TO PENSAO-VALOR
               DISPLAY "INFORME O PERCENTUAL DA PENSAO: "
               ACCEPT PENSAO-PERCENTUAL
           END-IF.
           MOVE "N" TO WS-VIGENCIA-OK.
           PERFORM ACEITAR-VIGENCIA UNTIL VIGENCIA-VALIDA.
           DISPLAY "INCIDE NO 13 SALARIO? (S/N): ".
           ACCEPT PENSAO-INCIDE-13.
           IF PENSAO-INCIDE-13 = "s" OR PENSAO-INCIDE-13 = "S"
               MOVE "S" TO PENSAO-INCIDE-13
           ELSE
               MOVE "N" TO PENSAO-INCIDE-13
           END-IF.
           DISPLAY "INCIDE NAS VERBAS RESCISORIAS? (S/N): ".
           ACCEPT PENSAO-INCIDE-RESCISAO.
           IF PENSAO-INCIDE-RESCISAO = "s"
               OR PENSAO-INCIDE-RESCISAO = "S"
               MOVE "S" TO PENSAO-INCIDE-RESCISAO
           ELSE
               MOVE "N" TO PENSAO-INCIDE-RESCISAO
           END-IF.
           PERFORM INFORMAR-CONTA-BENEFICIARIO.

      *> O BENEFICIARIO E UM DEPENDENTE DO FUNCIONARIO JA CADASTRADO
      *> NO FLUXO DE DEPENDENTES
       ACEITAR-DEPENDENTE.
           DISPLAY "INFORME A SEQUENCIA DO DEPENDENTE BENEFICIARIO: ".
           ACCEPT PENSAO-DEP-SEQUENCIA.
           MOVE PENSAO-CODIGO        TO DEP-CODIGO-FUNC.
           MOVE PENSAO-DEP-SEQUENCIA TO DEP-SEQUENCIA.
           READ ARQUIVO-DEPENDENTE
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO ENCONTRADO, TENTE NOVAMENTE"
               NOT INVALID KEY
                   MOVE "S" TO WS-DEP-OK
                   DISPLAY "DEPENDENTE: " DEP-NOME
           END-READ.

       ACEITAR-BASE.
           DISPLAY "INFORME A BASE (L=% DO LIQUIDO B=% DO BRUTO "
               "F=VALOR FIXO): ".
           ACCEPT PENSAO-BASE.
           IF PENSAO-BASE = "l"
               MOVE "L" TO PENSAO-BASE
           END-IF.
           IF PENSAO-BASE = "b"
               MOVE "B" TO PENSAO-BASE
           END-IF.
           IF PENSAO-BASE = "f"
               MOVE "F" TO PENSAO-BASE
           END-IF.
           IF PENSAO-SOBRE-LIQUIDO OR PENSAO-SOBRE-BRUTO
               OR PENSAO-VALOR-FIXO
               MOVE "S" TO WS-BASE-OK
           ELSE
               DISPLAY "BASE INVALIDA, TENTE NOVAMENTE"
           END-IF.

       ACEITAR-VIGENCIA.
           DISPLAY "INFORME O INICIO DA VIGENCIA (AAAAMMDD): ".
           ACCEPT PENSAO-DT-INICIO.
           DISPLAY "INFORME O FIM DA VIGENCIA (AAAAMMDD, ZEROS = "
               "INDETERMINADO): ".
           ACCEPT PENSAO-DT-FIM.
           IF PENSAO-DT-INICIO = ZEROS
               DISPLAY "INICIO DA VIGENCIA OBRIGATORIO"
           ELSE
               IF PENSAO-DT-FIM NOT = ZEROS
                   AND PENSAO-DT-FIM < PENSAO-DT-INICIO
                   DISPLAY "FIM ANTERIOR AO INICIO, TENTE NOVAMENTE"
               ELSE
                   MOVE "S" TO WS-VIGENCIA-OK
               END-IF
           END-IF.

      *> SEM BANCO INFORMADO O CREDITO AO BENEFICIARIO E FEITO A MAO
       INFORMAR-CONTA-BENEFICIARIO.
           DISPLAY "INFORME O BANCO DO BENEFICIARIO (BRANCO = SEM "
               "CONTA): ".
           ACCEPT PENSAO-BANCO.
           IF PENSAO-BANCO = SPACES
               MOVE SPACES TO PENSAO-DADOS-BANCARIOS
           ELSE
               DISPLAY "INFORME A AGENCIA: "
               ACCEPT PENSAO-AGENCIA
               DISPLAY "INFORME A CONTA: "
               ACCEPT PENSAO-CONTA
               DISPLAY "INFORME O DIGITO DA CONTA: "
               ACCEPT PENSAO-CONTA-DV
               DISPLAY "INFORME O TIPO DA CONTA (C=CORRENTE "
                   "P=POUPANCA): "
               ACCEPT PENSAO-TIPO-CONTA
           END-IF.

       ALTERAR-ORDEM.
           PERFORM INFORMAR-CHAVE-ORDEM.
           IF FUNCIONARIO-VALIDO
               READ ARQUIVO-PENSAO
                   INVALID KEY
                       DISPLAY "ORDEM NAO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM EXIBIR-ORDEM
                       PERFORM INFORMAR-DADOS-ORDEM
                       REWRITE PENSAO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR A ORDEM"
                           NOT INVALID KEY
                               DISPLAY "ORDEM ALTERADA"
                       END-REWRITE
               END-READ
           END-IF.

      *> ORDEM ENCERRADA PELO JUIZO DEVE TER O FIM DA VIGENCIA
      *> INFORMADO (ALTERACAO); A EXCLUSAO E PARA LANCAMENTO ERRADO
       EXCLUIR-ORDEM.
           PERFORM INFORMAR-CHAVE-ORDEM.
           IF FUNCIONARIO-VALIDO
               DELETE ARQUIVO-PENSAO
                   INVALID KEY
                       DISPLAY "ORDEM NAO ENCONTRADA"
                   NOT INVALID KEY
                       DISPLAY "ORDEM EXCLUIDA"
               END-DELETE
           END-IF.

       EXIBIR-ORDEM.
           DISPLAY PENSAO-CODIGO "-" PENSAO-SEQUENCIA
               " PROCESSO " PENSAO-PROCESSO.
           DISPLAY "  BENEFICIARIO: " PENSAO-BENEFICIARIO
               " (DEPENDENTE " PENSAO-DEP-SEQUENCIA ")".
           IF PENSAO-VALOR-FIXO
               MOVE PENSAO-VALOR TO WS-VALOR-EDIT
               DISPLAY "  VALOR FIXO: " WS-VALOR-IMP
           ELSE
               MOVE PENSAO-PERCENTUAL TO WS-PERCENTUAL-EDIT
               IF PENSAO-SOBRE-LIQUIDO
                   DISPLAY "  " WS-PERCENTUAL-IMP "% DO LIQUIDO"
               ELSE
                   DISPLAY "  " WS-PERCENTUAL-IMP "% DO BRUTO"
               END-IF
           END-IF.
           DISPLAY "  VIGENCIA: " PENSAO-DT-INICIO " A " PENSAO-DT-FIM
               "  13: " PENSAO-INCIDE-13
               "  RESCISAO: " PENSAO-INCIDE-RESCISAO.
           IF PENSAO-BANCO = SPACES
               DISPLAY "  SEM CONTA (CREDITO MANUAL)"
           ELSE
               DISPLAY "  BANCO " PENSAO-BANCO " AG " PENSAO-AGENCIA
                   " CONTA " PENSAO-CONTA "-" PENSAO-CONTA-DV
                   " TIPO " PENSAO-TIPO-CONTA
           END-IF.

       LISTAR-ORDENS.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-LISTA.
           MOVE "N" TO FIM-DA-LISTA.
           MOVE "N" TO WS-ORDEM-OK.
           MOVE WS-CODIGO-LISTA TO PENSAO-CODIGO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LISTA
           END-START.
           PERFORM LISTAR-PROXIMA-ORDEM UNTIL ACABOU-LISTA.
           IF NOT ORDEM-ENCONTRADA
               DISPLAY "NENHUMA ORDEM CADASTRADA PARA O FUNCIONARIO"
           END-IF.

       LISTAR-PROXIMA-ORDEM.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LISTA
               NOT AT END
                   IF PENSAO-CODIGO = WS-CODIGO-LISTA
                       MOVE "S" TO WS-ORDEM-OK
                       PERFORM EXIBIR-ORDEM
                   ELSE
                       MOVE "S" TO FIM-DA-LISTA
                   END-IF
           END-READ.
