       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG104.
      *> PROGRAMA DE MANUTENCAO DAS TABELAS DE INSS E IRRF
      *> NOS MOLDES DO PROG70: AS FAIXAS PROGRESSIVAS DO INSS E AS
      *> FAIXAS DO IRRF (COM A PARCELA A DEDUZIR E A DEDUCAO POR
      *> DEPENDENTE) MORAM NO ARQUIVO TABIMPOSTO, AGRUPADAS POR
      *> TRIBUTO E VIGENCIA (AAAAMM). O FINANCEIRO CARREGA A TABELA
      *> NOVA QUANDO A PORTARIA SAI E A FOLHA (PROG41), O 13 (PROG55),
      *> A RESCISAO (PROG62) E O INFORME (PROG85) SELECIONAM PELO
      *> PDIMPOSTO O CONJUNTO EM VIGOR NA COMPETENCIA. A TABELA ANUAL
      *> DA TRIBUTACAO EXCLUSIVA DA PLR (TRIBUTO P, COM A PARCELA A
      *> DEDUZIR E SEM DEDUCAO POR DEPENDENTE) E MANTIDA AQUI TAMBEM E
      *> USADA PELA DISTRIBUICAO DO PROG145
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".

       WORKING-STORAGE SECTION.
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  FIM-DA-LISTA      PIC X(01) VALUE "N".
           88  ACABOU-LISTA          VALUE "S".
       01  WS-TRIBUTO-OK     PIC X(01) VALUE "N".
           88  TRIBUTO-VALIDO        VALUE "S".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN I-O ARQUIVO-TABIMPOSTO.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-TABIMPOSTO.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== MANUTENCAO DAS TABELAS DE INSS E IRRF =====".
           DISPLAY "A - INCLUIR FAIXA".
           DISPLAY "C - ALTERAR FAIXA".
           DISPLAY "D - EXCLUIR FAIXA".
           DISPLAY "L - LISTAR FAIXAS".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "A" WHEN "a"
                   PERFORM INCLUIR-FAIXA
               WHEN "C" WHEN "c"
                   PERFORM ALTERAR-FAIXA
               WHEN "D" WHEN "d"
                   PERFORM EXCLUIR-FAIXA
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-FAIXAS
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       INCLUIR-FAIXA.
           PERFORM INFORMAR-CHAVE-FAIXA.
           PERFORM INFORMAR-DADOS-FAIXA.
           WRITE TABIMP-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO: FAIXA JA CADASTRADA NESTA VIGENCIA"
               NOT INVALID KEY
                   DISPLAY "FAIXA INCLUIDA"
           END-WRITE.

       INFORMAR-CHAVE-FAIXA.
           MOVE "N" TO WS-TRIBUTO-OK.
           PERFORM ACEITAR-TRIBUTO UNTIL TRIBUTO-VALIDO.
           DISPLAY "INFORME A VIGENCIA (AAAAMM): ".
           ACCEPT TABIMP-VIGENCIA.
           DISPLAY "INFORME O NUMERO DA FAIXA (01-99): ".
           ACCEPT TABIMP-FAIXA.

       ACEITAR-TRIBUTO.
           DISPLAY "INFORME O TRIBUTO (I=INSS R=IRRF P=PLR): ".
           ACCEPT TABIMP-TRIBUTO.
           IF TABIMP-TRIBUTO = "i"
               MOVE "I" TO TABIMP-TRIBUTO
           END-IF.
           IF TABIMP-TRIBUTO = "r"
               MOVE "R" TO TABIMP-TRIBUTO
           END-IF.
           IF TABIMP-TRIBUTO = "p"
               MOVE "P" TO TABIMP-TRIBUTO
           END-IF.
           IF TABIMP-INSS OR TABIMP-IRRF OR TABIMP-PLR
               MOVE "S" TO WS-TRIBUTO-OK
           ELSE
               DISPLAY "TRIBUTO INVALIDO, TENTE NOVAMENTE"
           END-IF.

      *> PARCELA A DEDUZIR E DEDUCAO POR DEPENDENTE SO EXISTEM NO
      *> IRRF; NAS FAIXAS DO INSS FICAM ZERADAS. A PLR TEM A PARCELA
      *> A DEDUZIR MAS NAO A DEDUCAO POR DEPENDENTE
       INFORMAR-DADOS-FAIXA.
           DISPLAY "INFORME O PISO DA FAIXA: ".
           ACCEPT TABIMP-PISO.
           DISPLAY "INFORME O TETO DA FAIXA: ".
           ACCEPT TABIMP-TETO.
           DISPLAY "INFORME O PERCENTUAL (EX: 7.50 PARA 7,5%): ".
           ACCEPT TABIMP-PERCENTUAL.
           IF TABIMP-IRRF
               DISPLAY "INFORME A PARCELA A DEDUZIR: "
               ACCEPT TABIMP-PARCELA-DEDUZIR
               DISPLAY "INFORME A DEDUCAO POR DEPENDENTE: "
               ACCEPT TABIMP-DEDUCAO-DEPENDENTE
           ELSE
               MOVE ZEROS TO TABIMP-PARCELA-DEDUZIR
                   TABIMP-DEDUCAO-DEPENDENTE
           END-IF.
           IF TABIMP-PLR
               DISPLAY "INFORME A PARCELA A DEDUZIR: "
               ACCEPT TABIMP-PARCELA-DEDUZIR
           END-IF.

       ALTERAR-FAIXA.
           PERFORM INFORMAR-CHAVE-FAIXA.
           READ ARQUIVO-TABIMPOSTO
               INVALID KEY
                   DISPLAY "FAIXA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM EXIBIR-FAIXA
                   PERFORM INFORMAR-DADOS-FAIXA
                   REWRITE TABIMP-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR A FAIXA"
                       NOT INVALID KEY
                           DISPLAY "FAIXA ALTERADA"
                   END-REWRITE
           END-READ.

       EXCLUIR-FAIXA.
           PERFORM INFORMAR-CHAVE-FAIXA.
           DELETE ARQUIVO-TABIMPOSTO
               INVALID KEY
                   DISPLAY "FAIXA NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "FAIXA EXCLUIDA"
           END-DELETE.

       EXIBIR-FAIXA.
           DISPLAY "TRIBUTO " TABIMP-TRIBUTO
               " VIGENCIA " TABIMP-VIGENCIA
               " FAIXA " TABIMP-FAIXA
               " PISO " TABIMP-PISO
               " TETO " TABIMP-TETO
               " PERC " TABIMP-PERCENTUAL.
           IF TABIMP-IRRF
               DISPLAY "    PARCELA A DEDUZIR " TABIMP-PARCELA-DEDUZIR
                   " DEDUCAO POR DEPENDENTE "
                   TABIMP-DEDUCAO-DEPENDENTE
           END-IF.
           IF TABIMP-PLR
               DISPLAY "    PARCELA A DEDUZIR " TABIMP-PARCELA-DEDUZIR
           END-IF.

       LISTAR-FAIXAS.
           MOVE "N" TO FIM-DA-LISTA.
           MOVE LOW-VALUES TO TABIMP-TRIBUTO.
           MOVE ZEROS TO TABIMP-VIGENCIA TABIMP-FAIXA.
           START ARQUIVO-TABIMPOSTO KEY IS NOT LESS THAN TABIMP-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA FAIXA CADASTRADA"
                   MOVE "S" TO FIM-DA-LISTA
           END-START.
           PERFORM LISTAR-PROXIMA-FAIXA UNTIL ACABOU-LISTA.

       LISTAR-PROXIMA-FAIXA.
           READ ARQUIVO-TABIMPOSTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LISTA
               NOT AT END
                   PERFORM EXIBIR-FAIXA
           END-READ.
