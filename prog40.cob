      *> PROGRAMA DE CARGA INICIAL DO ARQUIVO DE FUNCIONARIOS
      *> LE UM ARQUIVO SEQUENCIAL E GRAVA CADA REGISTRO NO INDEXADO
      *> DUPLICIDADES DE CODIGO, CPF INVALIDO/DUPLICADO E CRITICAS DE
      *> DEPARTAMENTO/CARGO/CONTRATO/FORMA DE PAGAMENTO SAO DESVIADAS
      *> PARA UM ARQUIVO DE REJEITO, ASSIM COMO A ADMISSAO SEM VAGA
      *> NO QUADRO APROVADO DO DEPARTAMENTO E CARGO (PROG124): NO
      *> LOTE NAO HA SUPERVISOR PARA LIBERAR. O GESTOR IMEDIATO
      *> PRECISA JA ESTAR NO MASTER: O ARQUIVO DE CARGA DEVE TRAZER
      *> OS GESTORES ANTES DOS SUBORDINADOS. O ARQUIVO DE CARGA PASSA
      *> ANTES PELO REGISTRO DE ARQUIVOS RECEBIDOS (PDRECEPCAO TAB),
      *> QUE RECUSA O JA CARREGADO E O TRAILER "TRL" DIVERGENTE; A
      *> CARGA INTERROMPIDA FICA REGISTRADA COMO TAL E A RETOMADA
      *> PELO PONTO DE CONTROLE NAO E TOMADA POR DUPLICIDADE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELDEPARTAMENTO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELRECEPCAO TAB
           COPY "SELRECEPCAO.COB".
      *> SELRECEBIDO TAB
           COPY "SELRECEBIDO.COB".

           DATA DIVISION.
           FILE SECTION.
           COPY "FDDEPARTAMENTO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDRECEPCAO TAB
           COPY "FDRECEPCAO.COB".
      *> FDRECEBIDO TAB
           COPY "FDRECEBIDO.COB".

       FD  ARQUIVO-CARGA
           LABEL RECORD STANDARD.
           05  CARGA-DADOS-BANC   PIC X(20).
           05  CARGA-CPF          PIC 9(11).
           05  CARGA-TURNO        PIC X(02).
           05  CARGA-TIPO-CONTRATO PIC X(01).
           05  CARGA-DT-FIM-CONTRATO PIC 9(08).
           05  CARGA-TIPO-SALARIO PIC X(01).
           05  CARGA-VALOR-HORA   PIC 9(04)V9(02).
           05  CARGA-GESTOR       PIC 9(05).

      *> FDREJCARGA TAB
           COPY "FDREJCARGA.COB".
           88  CPF-CARGA-VALIDO      VALUE "S".
      *> IMAGEM DO REGISTRO EM MONTAGEM, GUARDADA ENQUANTO A
      *> CONFERENCIA DE UNICIDADE LE PELA CHAVE ALTERNATIVA DE CPF
       01  WS-REGISTRO-GUARDADO PIC X(290).
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "WSRECEPCAO.COB".
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG40" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           PERFORM SESSAO-LER-OPERADOR.
           MOVE "CARGAFUNCIONARIO" TO WS-RCP-ARQUIVO.
           MOVE "CARGA" TO WS-RCP-ORIGEM.
           MOVE "PROG40" TO WS-RCP-PROGRAMA.
           MOVE "P" TO WS-RCP-FORMATO.
           MOVE WS-OPERADOR     TO WS-RCP-OPERADOR.
           MOVE WS-SESSAO-NIVEL TO WS-RCP-NIVEL-OPERADOR.
           PERFORM RCP-CONFERIR-ARQUIVO.
           IF NOT RCP-PODE-PROCESSAR
               DISPLAY "CARGA CANCELADA"
               MOVE ZEROS TO WS-JORNAL-REGISTROS
               MOVE "F" TO WS-JORNAL-STATUS
               PERFORM JORNAL-GRAVAR-FIM
               CLOSE ARQUIVO-JORNAL
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-CARGA.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-QUADRO.
           OPEN I-O ARQUIVO-CHECKPOINT.
           PERFORM CKPT-LER-PONTO-DE-PARTIDA.
      *> NUMA RETOMADA DE CARGA (PONTO DE CONTROLE NAO ZERADO), OS
               UNTIL ACABOU-CARGA OR CKPT-DEVE-PARAR.
           IF CKPT-DEVE-PARAR
               DISPLAY "CARGA INTERROMPIDA PELO OPERADOR, PONTO GRAVADO"
               PERFORM RCP-REGISTRAR-INTERRUPCAO
           ELSE
               PERFORM CKPT-LIMPAR-PONTO
               PERFORM RCP-REGISTRAR-PROCESSAMENTO
           END-IF.
           CLOSE ARQUIVO-CARGA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-QUADRO.
           CLOSE ARQUIVO-REJCARGA.
           CLOSE ARQUIVO-CHECKPOINT.
           DISPLAY "TOTAL DE REGISTROS CARREGADOS: "
       PULAR-REGISTROS-JA-CARREGADOS.
           PERFORM LER-PROXIMO-REGISTRO-CARGA.

      *> O TRAILER "TRL" FECHA O ARQUIVO; A CONTAGEM JA FOI
      *> CONFERIDA NA RECEPCAO
       LER-PROXIMO-REGISTRO-CARGA.
           READ ARQUIVO-CARGA
               AT END
                   MOVE "S" TO FIM-DA-CARGA
               NOT AT END
                   IF CARGA-REGISTRO(1:3) = "TRL"
                       MOVE "S" TO FIM-DA-CARGA
                   END-IF
           END-READ.

       PROCESSAR-REGISTRO-CARGA.
           END-IF.
           PERFORM VALIDAR-CPF-DA-CARGA.
           MOVE CARGA-TURNO TO FUNCIONARIO-TURNO.
      *> ARQUIVO DE CARGA ANTIGO SEM AS COLUNAS DE CONTRATO CAI EM
      *> CLT POR PRAZO INDETERMINADO; INFORMADAS, PASSAM PELA MESMA
      *> CRITICA DE TIPO E PRAZO DO PROG37 (PDVALFUNC TAB)
           IF CARGA-TIPO-CONTRATO = SPACE
               MOVE "C" TO FUNCIONARIO-TIPO-CONTRATO
           ELSE
               MOVE CARGA-TIPO-CONTRATO TO FUNCIONARIO-TIPO-CONTRATO
           END-IF.
           IF CARGA-DT-FIM-CONTRATO NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-DT-FIM-CONTRATO
           ELSE
               MOVE CARGA-DT-FIM-CONTRATO
                   TO FUNCIONARIO-DT-FIM-CONTRATO
           END-IF.
           PERFORM VALIDAR-CONTRATO.
      *> SEM AS COLUNAS DE FORMA DE PAGAMENTO CAI EM MENSALISTA; O
      *> HORISTA TEM O SALARIO DE REFERENCIA DERIVADO DO VALOR DA
      *> HORA ANTES DA CRITICA DE BANDA DO CARGO
           IF CARGA-TIPO-SALARIO = SPACE
               MOVE "M" TO FUNCIONARIO-TIPO-SALARIO
           ELSE
               MOVE CARGA-TIPO-SALARIO TO FUNCIONARIO-TIPO-SALARIO
           END-IF.
           IF CARGA-VALOR-HORA NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-VALOR-HORA
           ELSE
               MOVE CARGA-VALOR-HORA TO FUNCIONARIO-VALOR-HORA
           END-IF.
           PERFORM VALIDAR-FORMA-PAGAMENTO.
      *> SEM A COLUNA DE GESTOR O FUNCIONARIO ENTRA SEM GESTOR
           IF CARGA-GESTOR NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-GESTOR
           ELSE
               MOVE CARGA-GESTOR TO FUNCIONARIO-GESTOR
           END-IF.
           PERFORM VALIDAR-GESTOR.
           PERFORM VALIDAR-DEPARTAMENTO-CARGA.
           PERFORM VALIDAR-CARGO-CARGA.
           PERFORM CONFERIR-QUADRO-CARGA.
           EVALUATE TRUE
               WHEN NOT DEPTO-VALIDO
                   MOVE "DEPTO INEXISTENTE OU INATIVO"
                   MOVE "CPF INVALIDO OU DUPLICADO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REGISTRO-REJEITO
               WHEN NOT CONTRATO-VALIDO
                   MOVE "TIPO/FIM DE CONTRATO INVALIDO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REGISTRO-REJEITO
               WHEN NOT PAGAMENTO-VALIDO
                   MOVE "FORMA DE PAGAMENTO INVALIDA"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REGISTRO-REJEITO
               WHEN NOT GESTOR-VALIDO
                   MOVE "GESTOR INVALIDO OU EM CICLO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REGISTRO-REJEITO
               WHEN NOT QDR-MOVIMENTO-PERMITIDO
                   MOVE "SEM VAGA NO QUADRO APROVADO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM GRAVAR-REGISTRO-REJEITO
               WHEN OTHER
                   WRITE FUNCIONARIO-REGISTRO
                       INVALID KEY
               END-READ
           END-IF.

      *> A VAGA SO E CONFERIDA PARA ATIVO COM DEPARTAMENTO E CARGO
      *> VALIDOS; NIVEL DE OPERADOR ZERO NEGA A LIBERACAO E A LINHA
      *> VAI PARA O REJEITO
       CONFERIR-QUADRO-CARGA.
           MOVE "S" TO WS-QDR-LIBERACAO.
           IF DEPTO-VALIDO AND CARGO-VALIDO AND FUNCIONARIO-ATIVO
               MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                   TO WS-QDR-DEPARTAMENTO
               MOVE FUNCIONARIO-CARGO  TO WS-QDR-CARGO
               MOVE FUNCIONARIO-CODIGO TO WS-QDR-CODIGO
               MOVE ZERO               TO WS-QDR-NIVEL-OPERADOR
               PERFORM QDR-CONFERIR-VAGA
           END-IF.

      *> CPF ZERADO (LEGADO) PASSA; INFORMADO, PRECISA DO DIGITO
      *> VERIFICADOR CERTO E NAO PODE JA EXISTIR NO MASTER. A LEITURA
      *> PELA CHAVE ALTERNATIVA SUBSTITUI O BUFFER, ENTAO A IMAGEM EM

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "PDRECEPCAO.COB".

      *> PDCHECKPONTO TAB
           COPY "PDCHECKPONTO.COB".

      *> PDIDADEMINIMA TAB (EXIGIDO PELAS CRITICAS DO PDVALFUNC)
           COPY "PDIDADEMINIMA.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".
