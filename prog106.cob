       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG106.
      *> PROGRAMA DE MANUTENCAO DO PLANO DE CONTAS DA FOLHA
      *> NOS MOLDES DO PROG104: CADA RUBRICA DO FOLHAEVT (PROVENTO OU
      *> DESCONTO, PELA DESCRICAO GRAVADA PELO PROG41) RECEBE A CONTA
      *> CONTABIL A DEBITAR E A CONTA A CREDITAR. A CONTABILIDADE
      *> MANTEM A TABELA E A INTERFACE CONTABIL (PROG107) MONTA O
      *> LANCAMENTO DA COMPETENCIA POR CENTRO DE CUSTO A PARTIR DELA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELCONTABIL TAB
           COPY "SELCONTABIL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDCONTABIL TAB
           COPY "FDCONTABIL.COB".

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
           OPEN I-O ARQUIVO-CONTABIL.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-CONTABIL.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== PLANO DE CONTAS DA FOLHA =====".
           DISPLAY "A - INCLUIR RUBRICA".
           DISPLAY "C - ALTERAR RUBRICA".
           DISPLAY "D - EXCLUIR RUBRICA".
           DISPLAY "L - LISTAR RUBRICAS".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "A" WHEN "a"
                   PERFORM INCLUIR-RUBRICA
               WHEN "C" WHEN "c"
                   PERFORM ALTERAR-RUBRICA
               WHEN "D" WHEN "d"
                   PERFORM EXCLUIR-RUBRICA
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-RUBRICAS
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       INCLUIR-RUBRICA.
           PERFORM INFORMAR-CHAVE-RUBRICA.
           PERFORM INFORMAR-DADOS-RUBRICA.
           WRITE CTB-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO: RUBRICA JA CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "RUBRICA INCLUIDA"
           END-WRITE.

       INFORMAR-CHAVE-RUBRICA.
           MOVE "N" TO WS-TIPO-OK.
           PERFORM ACEITAR-TIPO UNTIL TIPO-VALIDO.
           DISPLAY "INFORME A DESCRICAO DA RUBRICA (COMO NO "
               "CONTRACHEQUE): ".
           ACCEPT CTB-DESCRICAO.

       ACEITAR-TIPO.
           DISPLAY "INFORME O TIPO (P=PROVENTO D=DESCONTO): ".
           ACCEPT CTB-TIPO.
           IF CTB-TIPO = "p"
               MOVE "P" TO CTB-TIPO
           END-IF.
           IF CTB-TIPO = "d"
               MOVE "D" TO CTB-TIPO
           END-IF.
           IF CTB-PROVENTO OR CTB-DESCONTO
               MOVE "S" TO WS-TIPO-OK
           ELSE
               DISPLAY "TIPO INVALIDO, TENTE NOVAMENTE"
           END-IF.

      *> RUBRICA SO INFORMATIVA NAO PRECISA DE CONTAS
       INFORMAR-DADOS-RUBRICA.
           DISPLAY "GERA LANCAMENTO CONTABIL? (S/N): ".
           ACCEPT CTB-CONTABILIZA.
           IF CTB-CONTABILIZA = "n" OR CTB-CONTABILIZA = "N"
               MOVE "N" TO CTB-CONTABILIZA
               MOVE SPACES TO CTB-CONTA-DEBITO CTB-CONTA-CREDITO
           ELSE
               MOVE "S" TO CTB-CONTABILIZA
               DISPLAY "INFORME A CONTA A DEBITAR: "
               ACCEPT CTB-CONTA-DEBITO
               DISPLAY "INFORME A CONTA A CREDITAR: "
               ACCEPT CTB-CONTA-CREDITO
           END-IF.

       ALTERAR-RUBRICA.
           PERFORM INFORMAR-CHAVE-RUBRICA.
           READ ARQUIVO-CONTABIL
               INVALID KEY
                   DISPLAY "RUBRICA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM EXIBIR-RUBRICA
                   PERFORM INFORMAR-DADOS-RUBRICA
                   REWRITE CTB-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR A RUBRICA"
                       NOT INVALID KEY
                           DISPLAY "RUBRICA ALTERADA"
                   END-REWRITE
           END-READ.

       EXCLUIR-RUBRICA.
           PERFORM INFORMAR-CHAVE-RUBRICA.
           DELETE ARQUIVO-CONTABIL
               INVALID KEY
                   DISPLAY "RUBRICA NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "RUBRICA EXCLUIDA"
           END-DELETE.

       EXIBIR-RUBRICA.
           IF CTB-GERA-LANCAMENTO
               DISPLAY CTB-TIPO " " CTB-DESCRICAO
                   " DEBITO " CTB-CONTA-DEBITO
                   " CREDITO " CTB-CONTA-CREDITO
           ELSE
               DISPLAY CTB-TIPO " " CTB-DESCRICAO
                   " (SO INFORMATIVA, SEM LANCAMENTO)"
           END-IF.

       LISTAR-RUBRICAS.
           MOVE "N" TO FIM-DA-LISTA.
           MOVE LOW-VALUES TO CTB-CHAVE.
           START ARQUIVO-CONTABIL KEY IS NOT LESS THAN CTB-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA RUBRICA CADASTRADA"
                   MOVE "S" TO FIM-DA-LISTA
           END-START.
           PERFORM LISTAR-PROXIMA-RUBRICA UNTIL ACABOU-LISTA.

       LISTAR-PROXIMA-RUBRICA.
           READ ARQUIVO-CONTABIL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LISTA
               NOT AT END
                   PERFORM EXIBIR-RUBRICA
           END-READ.
