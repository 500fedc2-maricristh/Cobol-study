       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG111.
      *> PROGRAMA DE MANUTENCAO DA TABELA DE RUBRICAS VARIAVEIS
      *> NOS MOLDES DO PROG106: CADA CODIGO DE RUBRICA LANCAVEL NOS
      *> EVENTOS VARIAVEIS DO MES (COMISSAO, GRATIFICACAO, DESCONTO
      *> POR DANO...) RECEBE A DESCRICAO QUE SAI NO CONTRACHEQUE, O
      *> TIPO (PROVENTO OU DESCONTO) E SE O PROVENTO E TRIBUTAVEL
      *> (ENTRA NA BASE DO INSS E DO IRRF). A RUBRICA COM EVENTOS JA
      *> LANCADOS E INATIVADA EM VEZ DE EXCLUIDA. A DESCRICAO PRECISA
      *> TER CONTA NO PLANO DE CONTAS (PROG106) PARA A INTERFACE
      *> CONTABIL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELRUBRICA TAB
           COPY "SELRUBRICA.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDRUBRICA TAB
           COPY "FDRUBRICA.COB".

       WORKING-STORAGE SECTION.
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  FIM-DA-LISTA      PIC X(01) VALUE "N".
           88  ACABOU-LISTA          VALUE "S".
       01  WS-TIPO-OK        PIC X(01) VALUE "N".
           88  TIPO-VALIDO           VALUE "S".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN I-O ARQUIVO-RUBRICA.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-RUBRICA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== TABELA DE RUBRICAS VARIAVEIS =====".
           DISPLAY "A - INCLUIR RUBRICA".
           DISPLAY "C - ALTERAR RUBRICA".
           DISPLAY "I - INATIVAR RUBRICA".
           DISPLAY "L - LISTAR RUBRICAS".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "A" WHEN "a"
                   PERFORM INCLUIR-RUBRICA
               WHEN "C" WHEN "c"
                   PERFORM ALTERAR-RUBRICA
               WHEN "I" WHEN "i"
                   PERFORM INATIVAR-RUBRICA
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-RUBRICAS
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       INCLUIR-RUBRICA.
           PERFORM INFORMAR-CODIGO-RUBRICA.
           PERFORM INFORMAR-DADOS-RUBRICA.
           MOVE "A" TO RUB-SITUACAO.
           WRITE RUB-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO: RUBRICA JA CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "RUBRICA INCLUIDA"
           END-WRITE.

       INFORMAR-CODIGO-RUBRICA.
           DISPLAY "INFORME O CODIGO DA RUBRICA (001-999): ".
           ACCEPT RUB-CODIGO.

       INFORMAR-DADOS-RUBRICA.
           DISPLAY "INFORME A DESCRICAO (COMO NO CONTRACHEQUE): ".
           ACCEPT RUB-DESCRICAO.
           MOVE "N" TO WS-TIPO-OK.
           PERFORM ACEITAR-TIPO UNTIL TIPO-VALIDO.
      *> SO O PROVENTO TEM INCIDENCIA; O DESCONTO SAI DO LIQUIDO
           IF RUB-PROVENTO
               DISPLAY "PROVENTO TRIBUTAVEL (INSS/IRRF)? (S/N): "
               ACCEPT RUB-INCIDENCIA
               IF RUB-INCIDENCIA = "n" OR RUB-INCIDENCIA = "N"
                   MOVE "N" TO RUB-INCIDENCIA
               ELSE
                   MOVE "S" TO RUB-INCIDENCIA
               END-IF
           ELSE
               MOVE "N" TO RUB-INCIDENCIA
           END-IF.

       ACEITAR-TIPO.
           DISPLAY "INFORME O TIPO (P=PROVENTO D=DESCONTO): ".
           ACCEPT RUB-TIPO.
           IF RUB-TIPO = "p"
               MOVE "P" TO RUB-TIPO
           END-IF.
           IF RUB-TIPO = "d"
               MOVE "D" TO RUB-TIPO
           END-IF.
           IF RUB-PROVENTO OR RUB-DESCONTO
               MOVE "S" TO WS-TIPO-OK
           ELSE
               DISPLAY "TIPO INVALIDO, TENTE NOVAMENTE"
           END-IF.

      *> A ALTERACAO REATIVA A RUBRICA INATIVADA
       ALTERAR-RUBRICA.
           PERFORM INFORMAR-CODIGO-RUBRICA.
           READ ARQUIVO-RUBRICA
               INVALID KEY
                   DISPLAY "RUBRICA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM EXIBIR-RUBRICA
                   PERFORM INFORMAR-DADOS-RUBRICA
                   MOVE "A" TO RUB-SITUACAO
                   REWRITE RUB-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR A RUBRICA"
                       NOT INVALID KEY
                           DISPLAY "RUBRICA ALTERADA"
                   END-REWRITE
           END-READ.

      *> OS EVENTOS JA LANCADOS APONTAM PARA O CODIGO, ENTAO A
      *> RUBRICA NAO E EXCLUIDA: SO DEIXA DE ACEITAR LANCAMENTO NOVO
       INATIVAR-RUBRICA.
           PERFORM INFORMAR-CODIGO-RUBRICA.
           READ ARQUIVO-RUBRICA
               INVALID KEY
                   DISPLAY "RUBRICA NAO ENCONTRADA"
               NOT INVALID KEY
                   MOVE "I" TO RUB-SITUACAO
                   REWRITE RUB-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO INATIVAR A RUBRICA"
                       NOT INVALID KEY
                           DISPLAY "RUBRICA INATIVADA"
                   END-REWRITE
           END-READ.

       EXIBIR-RUBRICA.
           IF RUB-PROVENTO
               IF RUB-TRIBUTAVEL
                   DISPLAY RUB-CODIGO " " RUB-DESCRICAO
                       " PROVENTO TRIBUTAVEL    " RUB-SITUACAO
               ELSE
                   DISPLAY RUB-CODIGO " " RUB-DESCRICAO
                       " PROVENTO NAO TRIBUTAVEL " RUB-SITUACAO
               END-IF
           ELSE
               DISPLAY RUB-CODIGO " " RUB-DESCRICAO
                   " DESCONTO                " RUB-SITUACAO
           END-IF.

       LISTAR-RUBRICAS.
           MOVE "N" TO FIM-DA-LISTA.
           MOVE ZEROS TO RUB-CODIGO.
           START ARQUIVO-RUBRICA KEY IS NOT LESS THAN RUB-CODIGO
               INVALID KEY
                   DISPLAY "NENHUMA RUBRICA CADASTRADA"
                   MOVE "S" TO FIM-DA-LISTA
           END-START.
           PERFORM LISTAR-PROXIMA-RUBRICA UNTIL ACABOU-LISTA.

       LISTAR-PROXIMA-RUBRICA.
           READ ARQUIVO-RUBRICA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LISTA
               NOT AT END
                   PERFORM EXIBIR-RUBRICA
           END-READ.
