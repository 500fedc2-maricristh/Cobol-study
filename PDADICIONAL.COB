      *> PDADICIONAL TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE
      *> HAZARD-PAY FACILITY. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> WSADICIONAL.COB, SELCARGO.COB E FDCARGO.COB E ABRE
      *> ARQUIVO-CARGO PARA LEITURA. O FUNCIONARIO DEVE ESTAR NO
      *> BUFFER FUNCIONARIO-REGISTRO.

      *> VALOR MENSAL INTEGRAL DO ADICIONAL PELO CARGO DO FUNCIONARIO:
      *> INSALUBRIDADE PELO GRAU SOBRE O SALARIO MINIMO, PERICULOSIDADE
      *> SOBRE WS-ADIC-SALARIO-BASE. FUNCIONARIO SEM CARGO, CARGO NAO
      *> CADASTRADO OU SEM ADICIONAL FICA COM VALOR ZERO. OS DOIS
      *> ADICIONAIS NAO SE ACUMULAM: O CARGO TRAZ UM SO
       ADIC-APURAR-ADICIONAL.
           MOVE "N" TO WS-ADIC-TIPO.
           MOVE SPACE TO WS-ADIC-GRAU.
           MOVE SPACES TO WS-ADIC-DESCRICAO.
           MOVE ZEROS TO WS-ADIC-PERCENTUAL WS-ADIC-VALOR.
           IF FUNCIONARIO-CARGO NOT = SPACES
               MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO
               READ ARQUIVO-CARGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ADIC-AVALIAR-CARGO
               END-READ
           END-IF.

       ADIC-AVALIAR-CARGO.
           EVALUATE TRUE
               WHEN CARGO-INSALUBRE
                   MOVE "I" TO WS-ADIC-TIPO
                   MOVE CARGO-GRAU-INSALUBRIDADE TO WS-ADIC-GRAU
                   MOVE "INSALUBRIDADE" TO WS-ADIC-DESCRICAO
                   EVALUATE TRUE
                       WHEN CARGO-GRAU-MAXIMO
                           MOVE WS-ADIC-PERC-GRAU-3
                               TO WS-ADIC-PERCENTUAL
                       WHEN CARGO-GRAU-MEDIO
                           MOVE WS-ADIC-PERC-GRAU-2
                               TO WS-ADIC-PERCENTUAL
                       WHEN OTHER
                           MOVE WS-ADIC-PERC-GRAU-1
                               TO WS-ADIC-PERCENTUAL
                   END-EVALUATE
                   COMPUTE WS-ADIC-VALOR ROUNDED =
                       WS-ADIC-SALARIO-MINIMO * WS-ADIC-PERCENTUAL
                       / 100
               WHEN CARGO-PERICULOSO
                   MOVE "P" TO WS-ADIC-TIPO
                   MOVE "PERICULOSIDADE" TO WS-ADIC-DESCRICAO
                   MOVE WS-ADIC-PERC-PERICULOSO TO WS-ADIC-PERCENTUAL
                   COMPUTE WS-ADIC-VALOR ROUNDED =
                       WS-ADIC-SALARIO-BASE * WS-ADIC-PERCENTUAL / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
