      *> PDQUADRO TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE APPROVED
      *> HEADCOUNT CHECK. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> WSQUADRO.COB, SELQUADRO.COB E FDQUADRO.COB E TEM
      *> ARQUIVO-QUADRO E ARQUIVO-FUNCIONARIO ABERTOS.

      *> CONFERE A VAGA E, SEM ELA, AVISA E PEDE A LIBERACAO DO
      *> SUPERVISOR AUTENTICADO NO SIGN-ON. FUNCIONARIO SEM CARGO NAO
      *> OCUPA VAGA DO QUADRO. O CHAMADOR AUDITA A LIBERACAO QUANDO
      *> QDR-LIBERADO-SUPERVISOR
       QDR-CONFERIR-VAGA.
           MOVE "S" TO WS-QDR-LIBERACAO.
           IF WS-QDR-CARGO NOT = SPACES
               PERFORM QDR-APURAR-VAGA
               IF NOT QDR-VAGA-DISPONIVEL
                   PERFORM QDR-PEDIR-LIBERACAO
               END-IF
           END-IF.

      *> VAGAS APROVADAS DO DEPARTAMENTO + CARGO CONTRA OS ATIVOS QUE
      *> JA OCUPAM A COMBINACAO
       QDR-APURAR-VAGA.
           MOVE ZEROS TO WS-QDR-APROVADAS WS-QDR-OCUPADAS.
           MOVE WS-QDR-DEPARTAMENTO TO QUADRO-DEPARTAMENTO.
           MOVE WS-QDR-CARGO        TO QUADRO-CARGO.
           READ ARQUIVO-QUADRO
               INVALID KEY
                   MOVE "Q" TO WS-QDR-SITUACAO
               NOT INVALID KEY
                   MOVE QUADRO-VAGAS-APROVADAS TO WS-QDR-APROVADAS
                   PERFORM QDR-CONTAR-OCUPADAS
                   IF WS-QDR-OCUPADAS < WS-QDR-APROVADAS
                       MOVE "S" TO WS-QDR-SITUACAO
                   ELSE
                       MOVE "N" TO WS-QDR-SITUACAO
                   END-IF
           END-READ.

       QDR-CONTAR-OCUPADAS.
           MOVE FUNCIONARIO-REGISTRO TO WS-QDR-REGISTRO-GUARDADO.
           MOVE "N" TO FIM-DO-MASTER-QDR.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS THAN FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-MASTER-QDR
           END-START.
           PERFORM QDR-CONTAR-PROXIMO UNTIL ACABOU-MASTER-QDR.
           MOVE WS-QDR-REGISTRO-GUARDADO TO FUNCIONARIO-REGISTRO.

       QDR-CONTAR-PROXIMO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-MASTER-QDR
               NOT AT END
                   IF FUNCIONARIO-ATIVO
                       AND FUNCIONARIO-CODIGO NOT = WS-QDR-CODIGO
                       AND FUNCIONARIO-DEPARTAMENTO(1:3)
                           = WS-QDR-DEPARTAMENTO
                       AND FUNCIONARIO-CARGO = WS-QDR-CARGO
                       ADD 1 TO WS-QDR-OCUPADAS
                   END-IF
           END-READ.

       QDR-PEDIR-LIBERACAO.
           IF QDR-FORA-DO-QUADRO
               DISPLAY "AVISO: CARGO " WS-QDR-CARGO " SEM VAGA "
                   "APROVADA NO QUADRO DO DEPARTAMENTO "
                   WS-QDR-DEPARTAMENTO
           ELSE
               DISPLAY "AVISO: QUADRO DO DEPARTAMENTO "
                   WS-QDR-DEPARTAMENTO " CARGO " WS-QDR-CARGO
                   " COMPLETO (" WS-QDR-OCUPADAS " OCUPADAS DE "
                   WS-QDR-APROVADAS " APROVADAS)"
           END-IF.
           MOVE "N" TO WS-QDR-LIBERACAO.
           IF WS-QDR-NIVEL-OPERADOR < 2
               DISPLAY "MOVIMENTO SEM VAGA RESTRITO A SUPERVISORES"
           ELSE
               DISPLAY "SUPERVISOR LIBERA O MOVIMENTO SEM VAGA? "
                   "(S/N): "
               ACCEPT WS-QDR-OPCAO
               IF WS-QDR-OPCAO = "S" OR WS-QDR-OPCAO = "s"
                   MOVE "L" TO WS-QDR-LIBERACAO
               END-IF
           END-IF.
