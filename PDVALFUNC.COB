      *> ANY PROGRAM THAT ALSO COPIES WSVALFUNC.COB, WSIDADEMINIMA.COB,
      *> PDIDADEMINIMA.COB AND ABRE ARQUIVO-DEPARTAMENTO E ARQUIVO-CARGO
      *> PARA LEITURA. O REGISTRO A CRITICAR DEVE ESTAR NO BUFFER
      *> FUNCIONARIO-REGISTRO (FDFUNCIONARIO.COB). A CRITICA DO GESTOR
      *> LE O PROPRIO ARQUIVO-FUNCIONARIO, QUE PRECISA ESTAR ABERTO.
       VALIDAR-DADOS-FUNCIONARIO.
           MOVE "S" TO WS-DADOS-OK.
           IF FUNCIONARIO-CODIGO < 1 OR FUNCIONARIO-CODIGO > 99999
               DISPLAY "ERRO: TELEFONE FORA DO FORMATO (DD) DDDDD-DDDD"
               MOVE "N" TO WS-DADOS-OK
           END-IF.
           PERFORM DEFINIR-IDADE-MINIMA-CONTRATO.
           PERFORM VALIDAR-IDADE-MINIMA.
           IF NOT IDADE-ELEGIVEL
               MOVE "N" TO WS-DADOS-OK
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           END-IF.
      *> O SALARIO DO HORISTA E DERIVADO DO VALOR DA HORA ANTES DA
      *> CRITICA DE BANDA, QUE SE APLICA AO SALARIO DE REFERENCIA
           PERFORM VALIDAR-FORMA-PAGAMENTO.
           IF NOT PAGAMENTO-VALIDO
               DISPLAY "ERRO: " WS-PAGAMENTO-ERRO
               MOVE "N" TO WS-DADOS-OK
           END-IF.
           PERFORM VALIDAR-BANDA-SALARIAL.
           PERFORM VALIDAR-DADOS-BANCARIOS.
      *> CPF ZERADO E TOLERADO NOS REGISTROS LEGADOS AINDA NAO
                   MOVE "N" TO WS-DADOS-OK
               END-IF
           END-IF.
           PERFORM VALIDAR-CONTRATO.
           IF NOT CONTRATO-VALIDO
               DISPLAY "ERRO: " WS-CONTRATO-ERRO
               MOVE "N" TO WS-DADOS-OK
           END-IF.
           PERFORM VALIDAR-GESTOR.
           IF NOT GESTOR-VALIDO
               DISPLAY "ERRO: " WS-GESTOR-ERRO
               MOVE "N" TO WS-DADOS-OK
           END-IF.

      *> APRENDIZ PODE SER CONTRATADO A PARTIR DOS 14 ANOS E O
      *> ESTAGIARIO A PARTIR DOS 16; OS DEMAIS VINCULOS SEGUEM A
      *> IDADE MINIMA PADRAO DE 18 ANOS
       DEFINIR-IDADE-MINIMA-CONTRATO.
           EVALUATE TRUE
               WHEN CONTRATO-APRENDIZ
                   MOVE 14 TO WS-IDADE-MINIMA
               WHEN CONTRATO-ESTAGIO
                   MOVE 16 TO WS-IDADE-MINIMA
               WHEN OTHER
                   MOVE 18 TO WS-IDADE-MINIMA
           END-EVALUATE.

      *> TIPO DE CONTRATO E FIM DO PERIODO: CLT (OU BRANCO, LEGADO)
      *> NAO TEM DATA DE FIM; OS DEMAIS EXIGEM FIM POSTERIOR A
      *> ADMISSAO E DENTRO DO PRAZO LEGAL DO TIPO, CONTADO DO DIA DA
      *> ADMISSAO: EXPERIENCIA 90 DIAS (45+45, A PRORROGACAO SO
      *> ESTENDE O FIM), TEMPORARIO 270 (180+90), ESTAGIO E APRENDIZ
      *> 2 ANOS. FIM NAO NUMERICO (REJEITO OU CARGA ANTERIORES AO
      *> CAMPO) VIRA ZEROS. NAO EXIBE NADA: O MOTIVO FICA EM
      *> WS-CONTRATO-ERRO PARA O CHAMADOR EXIBIR OU GRAVAR
       VALIDAR-CONTRATO.
           MOVE "S" TO WS-CONTRATO-OK.
           MOVE SPACES TO WS-CONTRATO-ERRO.
           IF FUNCIONARIO-DT-FIM-CONTRATO NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-DT-FIM-CONTRATO
           END-IF.
           EVALUATE TRUE
               WHEN CONTRATO-CLT
                   MOVE ZEROS TO WS-CONTRATO-MAX-DIAS
               WHEN CONTRATO-EXPERIENCIA
                   MOVE 90 TO WS-CONTRATO-MAX-DIAS
               WHEN CONTRATO-TEMPORARIO
                   MOVE 270 TO WS-CONTRATO-MAX-DIAS
               WHEN CONTRATO-ESTAGIO
               WHEN CONTRATO-APRENDIZ
                   MOVE 730 TO WS-CONTRATO-MAX-DIAS
               WHEN OTHER
                   MOVE "N" TO WS-CONTRATO-OK
                   MOVE "TIPO DE CONTRATO DEVE SER C, X, E, A OU T"
                       TO WS-CONTRATO-ERRO
           END-EVALUATE.
           IF CONTRATO-VALIDO
               IF CONTRATO-CLT
                   IF FUNCIONARIO-DT-FIM-CONTRATO NOT = ZEROS
                       MOVE "N" TO WS-CONTRATO-OK
                       MOVE "CONTRATO CLT NAO TEM DATA DE FIM"
                           TO WS-CONTRATO-ERRO
                   END-IF
               ELSE
                   PERFORM VALIDAR-PRAZO-CONTRATO
               END-IF
           END-IF.

       VALIDAR-PRAZO-CONTRATO.
           MOVE FUNCIONARIO-DT-ADMISSAO TO WS-CONTRATO-ADMISSAO.
           IF FUNCIONARIO-DT-FIM-CONTRATO = ZEROS
               MOVE "N" TO WS-CONTRATO-OK
               MOVE "FIM DO CONTRATO OBRIGATORIO PARA O TIPO"
                   TO WS-CONTRATO-ERRO
           ELSE
               IF WS-CONTRATO-ADMISSAO NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (WS-CONTRATO-ADMISSAO) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCIONARIO-DT-FIM-CONTRATO) NOT = ZERO
                   MOVE "N" TO WS-CONTRATO-OK
                   MOVE "DATA DE ADMISSAO OU DE FIM INVALIDA"
                       TO WS-CONTRATO-ERRO
               ELSE
                   COMPUTE WS-CONTRATO-DIAS =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCIONARIO-DT-FIM-CONTRATO)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-CONTRATO-ADMISSAO) + 1
                   IF WS-CONTRATO-DIAS < 2
                       MOVE "N" TO WS-CONTRATO-OK
                       MOVE "FIM NAO E POSTERIOR A ADMISSAO"
                           TO WS-CONTRATO-ERRO
                   ELSE
                       IF WS-CONTRATO-DIAS > WS-CONTRATO-MAX-DIAS
                           MOVE "N" TO WS-CONTRATO-OK
                           MOVE "FIM ALEM DO PRAZO LEGAL DO CONTRATO"
                               TO WS-CONTRATO-ERRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> FORMA DE PAGAMENTO: MENSALISTA (OU BRANCO, LEGADO) NAO TEM
      *> VALOR DA HORA; O HORISTA PRECISA DELE, E O SALARIO DE
      *> REFERENCIA PASSA A SER O VALOR DA HORA VEZES A JORNADA
      *> MENSAL DE 220 HORAS. VALOR NAO NUMERICO (REJEITO OU CARGA
      *> ANTERIORES AO CAMPO) VIRA ZEROS. NAO EXIBE NADA: O MOTIVO
      *> FICA EM WS-PAGAMENTO-ERRO PARA O CHAMADOR EXIBIR OU GRAVAR
       VALIDAR-FORMA-PAGAMENTO.
           MOVE "S" TO WS-PAGAMENTO-OK.
           MOVE SPACES TO WS-PAGAMENTO-ERRO.
           IF FUNCIONARIO-VALOR-HORA NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-VALOR-HORA
           END-IF.
           EVALUATE TRUE
               WHEN SALARIO-MENSALISTA
                   MOVE ZEROS TO FUNCIONARIO-VALOR-HORA
               WHEN SALARIO-HORISTA
                   IF FUNCIONARIO-VALOR-HORA = ZEROS
                       MOVE "N" TO WS-PAGAMENTO-OK
                       MOVE "HORISTA SEM VALOR DA HORA"
                           TO WS-PAGAMENTO-ERRO
                   ELSE
                       COMPUTE FUNCIONARIO-SALARIO =
                           FUNCIONARIO-VALOR-HORA *
                           WS-HORAS-MES-REFERENCIA
                           ON SIZE ERROR
                               MOVE "N" TO WS-PAGAMENTO-OK
                               MOVE "VALOR DA HORA ACIMA DO LIMITE"
                                   TO WS-PAGAMENTO-ERRO
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-PAGAMENTO-OK
                   MOVE "FORMA DE PAGAMENTO DEVE SER M OU H"
                       TO WS-PAGAMENTO-ERRO
           END-EVALUATE.

      *> DADOS BANCARIOS: BANCO EM BRANCO = SEM CONTA CADASTRADA
      *> (ACEITO, O PROG67 PULA O CREDITO); COM BANCO INFORMADO A
                       END-IF
               END-READ
           END-IF.

      *> GESTOR IMEDIATO: ZEROS = SEM GESTOR. INFORMADO, PRECISA SER
      *> OUTRO FUNCIONARIO, CADASTRADO E ATIVO NO MASTER, E A CADEIA
      *> DE GESTORES ACIMA DELE NAO PODE VOLTAR AO PROPRIO
      *> FUNCIONARIO (CICLO). A SUBIDA PARA NO TOPO (GESTOR ZERADO),
      *> NUM ELO QUE NAO EXISTE MAIS NO MASTER (ARQUIVADO PELO PROG74)
      *> OU NO LIMITE DE NIVEIS, QUE SO UM CICLO JA GRAVADO ACIMA
      *> ALCANCA. VALOR NAO NUMERICO (REJEITO OU CARGA ANTERIORES AO
      *> CAMPO) VIRA ZEROS. NAO EXIBE NADA: O MOTIVO FICA EM
      *> WS-GESTOR-ERRO PARA O CHAMADOR EXIBIR OU GRAVAR
       VALIDAR-GESTOR.
           MOVE "S" TO WS-GESTOR-OK.
           MOVE SPACES TO WS-GESTOR-ERRO WS-GESTOR-NOME.
           IF FUNCIONARIO-GESTOR NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-GESTOR
           END-IF.
           IF FUNCIONARIO-GESTOR = ZEROS
               CONTINUE
           ELSE
               IF FUNCIONARIO-GESTOR = FUNCIONARIO-CODIGO
                   MOVE "N" TO WS-GESTOR-OK
                   MOVE "FUNCIONARIO NAO PODE SER O PROPRIO GESTOR"
                       TO WS-GESTOR-ERRO
               ELSE
                   MOVE FUNCIONARIO-REGISTRO
                       TO WS-GESTOR-REGISTRO-GUARDADO
                   MOVE FUNCIONARIO-CODIGO TO WS-GESTOR-ORIGEM
                   MOVE FUNCIONARIO-GESTOR TO WS-GESTOR-PROXIMO
                   MOVE ZEROS TO WS-GESTOR-NIVEL
                   PERFORM SUBIR-CADEIA-GESTOR
                       UNTIL WS-GESTOR-PROXIMO = ZEROS
                       OR NOT GESTOR-VALIDO
                       OR WS-GESTOR-NIVEL NOT < WS-GESTOR-MAX-NIVEIS
                   MOVE WS-GESTOR-REGISTRO-GUARDADO
                       TO FUNCIONARIO-REGISTRO
               END-IF
           END-IF.

       SUBIR-CADEIA-GESTOR.
           ADD 1 TO WS-GESTOR-NIVEL.
           MOVE WS-GESTOR-PROXIMO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   IF WS-GESTOR-NIVEL = 1
                       MOVE "N" TO WS-GESTOR-OK
                       MOVE "GESTOR NAO CADASTRADO NO MASTER"
                           TO WS-GESTOR-ERRO
                   END-IF
                   MOVE ZEROS TO WS-GESTOR-PROXIMO
               NOT INVALID KEY
                   IF WS-GESTOR-NIVEL = 1
                       MOVE FUNCIONARIO-NOME TO WS-GESTOR-NOME
                       IF NOT FUNCIONARIO-ATIVO
                           MOVE "N" TO WS-GESTOR-OK
                           MOVE "GESTOR INATIVO" TO WS-GESTOR-ERRO
                       END-IF
                   END-IF
                   IF FUNCIONARIO-GESTOR NOT NUMERIC
                       MOVE ZEROS TO WS-GESTOR-PROXIMO
                   ELSE
                       MOVE FUNCIONARIO-GESTOR TO WS-GESTOR-PROXIMO
                   END-IF
                   IF WS-GESTOR-PROXIMO = WS-GESTOR-ORIGEM
                       MOVE "N" TO WS-GESTOR-OK
                       MOVE "GESTOR FORMARIA CICLO NA HIERARQUIA"
                           TO WS-GESTOR-ERRO
                   END-IF
           END-READ.
