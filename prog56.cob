      *> MENU DE MANUTENCAO NOS MOLDES DO PROG51: INCLUIR / ALTERAR /
      *> EXCLUIR (LOGICO) / CONSULTAR / LISTAR. CADA CARGO CARREGA A
      *> BANDA SALARIAL APLICADA NO PROG37, NO PROG40 E NO PROG47
      *> E O ADICIONAL DE INSALUBRIDADE (COM O GRAU) OU DE
      *> PERICULOSIDADE QUE A FOLHA (PROG41) PAGA A QUEM O OCUPA,
      *> ALEM DA PERIODICIDADE DO EXAME MEDICO PERIODICO (PROG122)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  FIM-DA-LISTA      PIC X(01) VALUE "N".
           88  ACABOU-LISTA          VALUE "S".
       01  WS-LIMITE-TROCA   PIC 9(06)V9(02).
       01  WS-ADICIONAL-OK   PIC X(01) VALUE "N".
           88  ADICIONAL-VALIDO      VALUE "S".

      *> BANDA EDITADA C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-MINIMO-IMP.
               MOVE CARGO-SALARIO-MAXIMO TO CARGO-SALARIO-MINIMO
               MOVE WS-LIMITE-TROCA TO CARGO-SALARIO-MAXIMO
           END-IF.
           MOVE "N" TO WS-ADICIONAL-OK.
           PERFORM INFORMAR-ADICIONAL UNTIL ADICIONAL-VALIDO.
           DISPLAY "PERIODICIDADE DO EXAME PERIODICO EM MESES "
               "(0 = 12): ".
           ACCEPT CARGO-PERIODICIDADE-EXAME.
           IF CARGO-PERIODICIDADE-EXAME = ZERO
               MOVE 12 TO CARGO-PERIODICIDADE-EXAME
           END-IF.

      *> O GRAU SO SE APLICA A INSALUBRIDADE; NOS DEMAIS CASOS FICA
      *> EM BRANCO
       INFORMAR-ADICIONAL.
           DISPLAY "ADICIONAL DO CARGO (N=NENHUM I=INSALUBRIDADE "
               "P=PERICULOSIDADE): ".
           ACCEPT CARGO-TIPO-ADICIONAL.
           MOVE SPACE TO CARGO-GRAU-INSALUBRIDADE.
           EVALUATE TRUE
               WHEN CARGO-INSALUBRE
                   DISPLAY "GRAU DA INSALUBRIDADE (1=MINIMO 10% "
                       "2=MEDIO 20% 3=MAXIMO 40%): "
                   ACCEPT CARGO-GRAU-INSALUBRIDADE
                   IF CARGO-GRAU-MINIMO OR CARGO-GRAU-MEDIO
                       OR CARGO-GRAU-MAXIMO
                       MOVE "S" TO WS-ADICIONAL-OK
                   ELSE
                       DISPLAY "GRAU INVALIDO, INFORME 1, 2 OU 3"
                   END-IF
               WHEN CARGO-PERICULOSO
                   MOVE "S" TO WS-ADICIONAL-OK
               WHEN CARGO-SEM-ADICIONAL
                   MOVE "N" TO CARGO-TIPO-ADICIONAL
                   MOVE "S" TO WS-ADICIONAL-OK
               WHEN OTHER
                   DISPLAY "ADICIONAL INVALIDO, INFORME N, I OU P"
           END-EVALUATE.

       ALTERAR-CARGO.
           DISPLAY "INFORME O CODIGO DO CARGO A ALTERAR: ".
           DISPLAY "NOME..........: " CARGO-NOME.
           DISPLAY "SALARIO MINIMO: " WS-MINIMO-IMP.
           DISPLAY "SALARIO MAXIMO: " WS-MAXIMO-IMP.
           EVALUATE TRUE
               WHEN CARGO-INSALUBRE
                   DISPLAY "ADICIONAL.....: INSALUBRIDADE GRAU "
                       CARGO-GRAU-INSALUBRIDADE
               WHEN CARGO-PERICULOSO
                   DISPLAY "ADICIONAL.....: PERICULOSIDADE"
               WHEN OTHER
                   DISPLAY "ADICIONAL.....: NENHUM"
           END-EVALUATE.
           DISPLAY "EXAME PERIOD..: A CADA " CARGO-PERIODICIDADE-EXAME
               " MESES".
           IF CARGO-ATIVO
               DISPLAY "STATUS........: ATIVO"
           ELSE
                   MOVE "S" TO FIM-DA-LISTA
               NOT AT END
                   DISPLAY CARGO-CODIGO " - " CARGO-NOME
                       " (" CARGO-STATUS ") ADIC: "
                       CARGO-TIPO-ADICIONAL CARGO-GRAU-INSALUBRIDADE
           END-READ.
