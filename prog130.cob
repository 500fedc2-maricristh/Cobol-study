       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG130.
      *> PROGRAMA DE DISTRIBUICAO DO CONTRACHEQUE POR E-MAIL
      *> O PROG53 IMPRIME TODOS OS CONTRACHEQUES E O PAPEL AINDA
      *> PRECISA SER DOBRADO E ENTREGUE. O FUNCIONARIO QUE ADERE
      *> PASSA A RECEBER O CONTRACHEQUE NO FUNCIONARIO-EMAIL DO
      *> MASTER. DADA A COMPETENCIA E A FOLHA, A GERACAO GRAVA UM
      *> ARQUIVO DE CONTRACHEQUE POR OPTANTE (MESMA APRESENTACAO DO
      *> PROG53) E A CAIXA DE SAIDA EMAILSAIDA QUE O GATEWAY DE
      *> E-MAIL RECOLHE (HEADER "1", DETALHE "2", TRAILER "9", NOS
      *> MOLDES DA REMESSA DO PROG67). O RETORNO DO GATEWAY
      *> (EMAILRETORNO, NOS MOLDES DO RETORNO BANCARIO DO PROG68)
      *> MARCA CADA ENVIO COMO ENTREGUE OU DEVOLVIDO NO ARQUIVO
      *> HOLENVIO. O RELATORIO DA COMPETENCIA (SPOOL RELHOLERITE)
      *> LISTA ENTREGUES, DEVOLVIDOS E NAO OPTANTES; SO OS DEVOLVIDOS
      *> E OS NAO OPTANTES CONTINUAM SAINDO EM PAPEL NO PROG53. UMA
      *> NOVA GERACAO DA MESMA COMPETENCIA SO REENVIA OS DEVOLVIDOS E
      *> OS NAO OPTANTES (QUE PODEM TER ADERIDO OU CORRIGIDO O
      *> E-MAIL); O ENVIO AGUARDANDO RETORNO E O ENTREGUE FICAM COMO
      *> ESTAO. ADESAO E DESISTENCIA VAO PARA A TRILHA DE AUDITORIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELHOLADESAO TAB
           COPY "SELHOLADESAO.COB".
      *> SELHOLENVIO TAB
           COPY "SELHOLENVIO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> UM ARQUIVO POR CONTRACHEQUE, NOME MONTADO A CADA FUNCIONARIO
           SELECT ARQUIVO-HOLERITE ASSIGN TO WS-HOLERITE-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-SAIDA ASSIGN TO "EMAILSAIDA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-RETORNO ASSIGN TO "EMAILRETORNO"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB (RUBRICAS GRAVADAS PELO PROG41)
           COPY "FDFOLHAEVT.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDHOLADESAO TAB
           COPY "FDHOLADESAO.COB".
      *> FDHOLENVIO TAB
           COPY "FDHOLENVIO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37
       FD  ARQUIVO-AUDITORIA
           LABEL RECORD STANDARD.
       01  AUDITORIA-REGISTRO.
           05  AUD-DATA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-HORA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-OPERADOR      PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-ACAO          PIC X(10).

       FD  ARQUIVO-HOLERITE
           LABEL RECORD STANDARD.
       01  HOLERITE-LINHA        PIC X(80).

      *> CAIXA DE SAIDA DO GATEWAY DE E-MAIL
       FD  ARQUIVO-SAIDA
           LABEL RECORD STANDARD.
       01  SAIDA-HEADER.
           05  SAI-H-TIPO        PIC X(01).
           05  SAI-H-DATA        PIC 9(08).
           05  SAI-H-COMPETENCIA PIC 9(06).
           05  SAI-H-FOLHA       PIC 9(02).
           05  SAI-H-REMETENTE   PIC X(30).
       01  SAIDA-DETALHE.
           05  SAI-D-TIPO        PIC X(01).
           05  SAI-D-CODIGO      PIC 9(05).
           05  SAI-D-EMAIL       PIC X(40).
           05  SAI-D-NOME        PIC X(30).
           05  SAI-D-ARQUIVO     PIC X(30).
           05  SAI-D-ASSUNTO     PIC X(40).
       01  SAIDA-TRAILER.
           05  SAI-T-TIPO        PIC X(01).
           05  SAI-T-QUANTIDADE  PIC 9(05).

      *> RETORNO DO GATEWAY: OCORRENCIA "00" = ENTREGUE, AS DEMAIS
      *> SAO DEVOLUCOES COM O MOTIVO INFORMADO PELO GATEWAY
       FD  ARQUIVO-RETORNO
           LABEL RECORD STANDARD.
       01  RETORNO-DETALHE.
           05  RET-TIPO          PIC X(01).
           05  RET-COMPETENCIA   PIC 9(06).
           05  RET-FOLHA         PIC 9(02).
           05  RET-CODIGO        PIC 9(05).
           05  RET-OCORRENCIA    PIC X(02).
               88  EMAIL-ENTREGUE        VALUE "00".
           05  RET-DATA          PIC 9(08).
           05  RET-MOTIVO        PIC X(30).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-CODIGO-PEDIDO  PIC 9(05).
       01  WS-FUNC-OK        PIC X(01) VALUE "N".
           88  FUNCIONARIO-VALIDO    VALUE "S".
       01  WS-ADESAO-EXISTE  PIC X(01) VALUE "N".
           88  ADESAO-GRAVADA        VALUE "S".
       01  WS-ENVIO-EXISTE   PIC X(01) VALUE "N".
           88  ENVIO-GRAVADO         VALUE "S".
       01  WS-DATA-SISTEMA   PIC 9(08).
       01  WS-ACAO-AUDITORIA PIC X(10).

      *> GERACAO DA COMPETENCIA
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-FOLHA          PIC 9(02) VALUE ZEROS.
       01  FIM-DO-HISTORICO  PIC X(01) VALUE "N".
           88  ACABOU-HISTORICO      VALUE "S".
       01  WS-HOLERITE-ARQUIVO PIC X(30).
       01  WS-HOL-LINHA      PIC X(80) VALUE SPACES.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  FIM-DAS-RUBRICAS  PIC X(01) VALUE "N".
           88  ACABOU-RUBRICAS       VALUE "S".
       01  WS-QTD-RUBRICAS   PIC 9(02) VALUE ZEROS.
       01  WS-REFERENCIA-EDIT PIC ZZZ9.99.
       01  WS-PERC-CENTO     PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-PERC-EDIT      PIC Z9.99.
       01  WS-QTD-GERADOS    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PAPEL      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-MANTIDOS   PIC 9(05) VALUE ZEROS.

      *> RETORNO DO GATEWAY
       01  FIM-DO-RETORNO    PIC X(01) VALUE "N".
           88  ACABOU-RETORNO        VALUE "S".
       01  WS-QTD-ENTREGUES  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-ENVIO  PIC 9(05) VALUE ZEROS.

      *> RELATORIO DA COMPETENCIA
       01  FIM-DOS-ENVIOS    PIC X(01) VALUE "N".
           88  ACABOU-ENVIOS         VALUE "S".
       01  WS-SITUACAO       PIC X(24).
       01  WS-NOME-FUNC      PIC X(30).
       01  WS-REL-ENTREGUES  PIC 9(05) VALUE ZEROS.
       01  WS-REL-AGUARDANDO PIC 9(05) VALUE ZEROS.
       01  WS-REL-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       01  WS-REL-PAPEL      PIC 9(05) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-VL-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-EDIT        PIC ZZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM SESSAO-LER-OPERADOR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-HOLADESAO.
           OPEN I-O ARQUIVO-HOLENVIO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HOLADESAO.
           CLOSE ARQUIVO-HOLENVIO.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== CONTRACHEQUE POR E-MAIL =====".
           DISPLAY "A - ADESAO DO FUNCIONARIO".
           DISPLAY "C - CANCELAR ADESAO".
           DISPLAY "G - GERAR CONTRACHEQUES E CAIXA DE SAIDA".
           DISPLAY "R - PROCESSAR RETORNO DO GATEWAY".
           DISPLAY "E - RELATORIO DE DISTRIBUICAO DA COMPETENCIA".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "A" WHEN "a"
                   PERFORM ADERIR-FUNCIONARIO
               WHEN "C" WHEN "c"
                   PERFORM CANCELAR-ADESAO
               WHEN "G" WHEN "g"
                   PERFORM GERAR-DISTRIBUICAO
               WHEN "R" WHEN "r"
                   PERFORM PROCESSAR-RETORNO
               WHEN "E" WHEN "e"
                   PERFORM RELATORIO-DISTRIBUICAO
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       VALIDAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNC-OK.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           MOVE WS-CODIGO-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "S" TO WS-FUNC-OK
                   DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
           END-READ.

       LER-ADESAO.
           MOVE "N" TO WS-ADESAO-EXISTE.
           MOVE WS-CODIGO-PEDIDO TO HOLAD-CODIGO.
           READ ARQUIVO-HOLADESAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ADESAO-EXISTE
           END-READ.

      *> A ADESAO EXIGE E-MAIL NO MASTER: O ENDERECO NAO E GUARDADO
      *> NA ADESAO, CADA GERACAO USA O FUNCIONARIO-EMAIL DO DIA
       ADERIR-FUNCIONARIO.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               IF FUNCIONARIO-INATIVO
                   DISPLAY "FUNCIONARIO INATIVO, ADESAO RECUSADA"
               ELSE
                   IF FUNCIONARIO-EMAIL = SPACES
                       DISPLAY "FUNCIONARIO SEM E-MAIL NO CADASTRO, "
                           "ATUALIZE O MASTER (PROG37) ANTES"
                   ELSE
                       PERFORM GRAVAR-ADESAO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-ADESAO.
           PERFORM LER-ADESAO.
           IF ADESAO-GRAVADA AND HOLAD-OPTANTE
               DISPLAY "FUNCIONARIO JA ADERIU EM " HOLAD-DATA
           ELSE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-CODIGO-PEDIDO TO HOLAD-CODIGO
               MOVE "S"              TO HOLAD-STATUS
               MOVE WS-DATA-SISTEMA  TO HOLAD-DATA
               MOVE WS-OPERADOR      TO HOLAD-OPERADOR
               IF ADESAO-GRAVADA
                   REWRITE HOLAD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A ADESAO"
                   END-REWRITE
               ELSE
                   WRITE HOLAD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A ADESAO"
                   END-WRITE
               END-IF
               DISPLAY "ADESAO GRAVADA, ENVIO PARA "
                   FUNCIONARIO-EMAIL
               MOVE "HOL-ADESAO" TO WS-ACAO-AUDITORIA
               PERFORM GRAVAR-AUDITORIA-ADESAO
           END-IF.

       CANCELAR-ADESAO.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               PERFORM LER-ADESAO
               IF ADESAO-GRAVADA AND HOLAD-OPTANTE
                   ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                   MOVE "N"             TO HOLAD-STATUS
                   MOVE WS-DATA-SISTEMA TO HOLAD-DATA
                   MOVE WS-OPERADOR     TO HOLAD-OPERADOR
                   REWRITE HOLAD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR A ADESAO"
                       NOT INVALID KEY
                           DISPLAY "ADESAO CANCELADA, VOLTA AO PAPEL"
                           MOVE "HOL-CANCEL" TO WS-ACAO-AUDITORIA
                           PERFORM GRAVAR-AUDITORIA-ADESAO
                   END-REWRITE
               ELSE
                   DISPLAY "FUNCIONARIO NAO ADERIU AO ENVIO POR E-MAIL"
               END-IF
           END-IF.

       GRAVAR-AUDITORIA-ADESAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR       TO AUD-OPERADOR.
           MOVE WS-CODIGO-PEDIDO  TO AUD-CODIGO.
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

      *> GERACAO: PERCORRE O FOLHAHIST DA COMPETENCIA E FOLHA PEDIDAS
      *> COMO O PROG53 E DECIDE, CONTRACHEQUE A CONTRACHEQUE, ENTRE O
      *> ENVIO POR E-MAIL E O PAPEL
       GERAR-DISTRIBUICAO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           DISPLAY "INFORME A FOLHA (00 = NORMAL, 01 EM DIANTE = "
               "COMPLEMENTAR): ".
           ACCEPT WS-FOLHA.
           MOVE ZEROS TO WS-QTD-GERADOS WS-QTD-PAPEL WS-QTD-MANTIDOS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN OUTPUT ARQUIVO-SAIDA.
           PERFORM GRAVAR-HEADER-SAIDA.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.
           PERFORM DISTRIBUIR-PROXIMO-DA-COMPETENCIA
               UNTIL ACABOU-HISTORICO.
           PERFORM GRAVAR-TRAILER-SAIDA.
           CLOSE ARQUIVO-SAIDA.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-DEPARTAMENTO.
           DISPLAY " ".
           DISPLAY "===== GERACAO DA COMPETENCIA " WS-COMPETENCIA
               " FOLHA " WS-FOLHA " =====".
           DISPLAY "ENVIADOS A CAIXA DE SAIDA.....: " WS-QTD-GERADOS.
           DISPLAY "NAO OPTANTES / SEM E-MAIL.....: " WS-QTD-PAPEL.
           DISPLAY "JA ENVIADOS EM GERACAO ANTERIOR: " WS-QTD-MANTIDOS.
           IF WS-QTD-GERADOS = ZERO AND WS-QTD-PAPEL = ZERO
               AND WS-QTD-MANTIDOS = ZERO
               DISPLAY "NAO HA FOLHA GRAVADA PARA ESTA COMPETENCIA"
           END-IF.

       DISTRIBUIR-PROXIMO-DA-COMPETENCIA.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       IF FOLHAHIST-FOLHA = WS-FOLHA
                           PERFORM DISTRIBUIR-CONTRACHEQUE
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           END-READ.

       DISTRIBUIR-CONTRACHEQUE.
           PERFORM LER-ENVIO-DO-CONTRACHEQUE.
           IF ENVIO-GRAVADO AND (HOLENV-ENVIADO OR HOLENV-ENTREGUE)
               ADD 1 TO WS-QTD-MANTIDOS
           ELSE
               MOVE FOLHAHIST-CODIGO TO WS-CODIGO-PEDIDO
               PERFORM LER-ADESAO
               MOVE FOLHAHIST-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       MOVE SPACES TO FUNCIONARIO-EMAIL
                       MOVE "FUNCIONARIO NAO MAIS CADASTRADO"
                           TO FUNCIONARIO-NOME
               END-READ
               MOVE FOLHAHIST-COMPETENCIA TO HOLENV-COMPETENCIA
               MOVE FOLHAHIST-FOLHA       TO HOLENV-FOLHA
               MOVE FOLHAHIST-CODIGO      TO HOLENV-CODIGO
               MOVE FUNCIONARIO-EMAIL     TO HOLENV-EMAIL
               MOVE WS-DATA-SISTEMA       TO HOLENV-DT-GERACAO
               MOVE ZEROS                 TO HOLENV-DT-RETORNO
               MOVE SPACES                TO HOLENV-ARQUIVO
               EVALUATE TRUE
                   WHEN NOT ADESAO-GRAVADA OR HOLAD-DESISTENTE
                       MOVE "N" TO HOLENV-STATUS
                       MOVE "NAO OPTANTE" TO HOLENV-MOTIVO
                       ADD 1 TO WS-QTD-PAPEL
                   WHEN FUNCIONARIO-EMAIL = SPACES
                       MOVE "N" TO HOLENV-STATUS
                       MOVE "SEM E-MAIL NO CADASTRO" TO HOLENV-MOTIVO
                       ADD 1 TO WS-QTD-PAPEL
                   WHEN OTHER
                       PERFORM GERAR-ARQUIVO-CONTRACHEQUE
                       PERFORM GRAVAR-DETALHE-SAIDA
                       MOVE "G" TO HOLENV-STATUS
                       MOVE WS-HOLERITE-ARQUIVO TO HOLENV-ARQUIVO
                       MOVE SPACES TO HOLENV-MOTIVO
                       ADD 1 TO WS-QTD-GERADOS
               END-EVALUATE
               PERFORM GRAVAR-ENVIO-DO-CONTRACHEQUE
           END-IF.

       LER-ENVIO-DO-CONTRACHEQUE.
           MOVE "N" TO WS-ENVIO-EXISTE.
           MOVE FOLHAHIST-COMPETENCIA TO HOLENV-COMPETENCIA.
           MOVE FOLHAHIST-FOLHA       TO HOLENV-FOLHA.
           MOVE FOLHAHIST-CODIGO      TO HOLENV-CODIGO.
           READ ARQUIVO-HOLENVIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ENVIO-EXISTE
           END-READ.

       GRAVAR-ENVIO-DO-CONTRACHEQUE.
           IF ENVIO-GRAVADO
               REWRITE HOLENV-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR O ENVIO DO CODIGO "
                           HOLENV-CODIGO
               END-REWRITE
           ELSE
               WRITE HOLENV-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ENVIO DO CODIGO "
                           HOLENV-CODIGO
               END-WRITE
           END-IF.

       GRAVAR-HEADER-SAIDA.
           MOVE "1" TO SAI-H-TIPO.
           MOVE WS-DATA-SISTEMA TO SAI-H-DATA.
           MOVE WS-COMPETENCIA TO SAI-H-COMPETENCIA.
           MOVE WS-FOLHA TO SAI-H-FOLHA.
           MOVE "DEPARTAMENTO PESSOAL" TO SAI-H-REMETENTE.
           WRITE SAIDA-HEADER.

       GRAVAR-DETALHE-SAIDA.
           MOVE "2" TO SAI-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO SAI-D-CODIGO.
           MOVE FUNCIONARIO-EMAIL  TO SAI-D-EMAIL.
           MOVE FUNCIONARIO-NOME   TO SAI-D-NOME.
           MOVE WS-HOLERITE-ARQUIVO TO SAI-D-ARQUIVO.
           MOVE SPACES TO SAI-D-ASSUNTO.
           STRING "CONTRACHEQUE DA COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO SAI-D-ASSUNTO.
           WRITE SAIDA-DETALHE.

       GRAVAR-TRAILER-SAIDA.
           MOVE "9" TO SAI-T-TIPO.
           MOVE WS-QTD-GERADOS TO SAI-T-QUANTIDADE.
           WRITE SAIDA-TRAILER.

      *> O ARQUIVO DO CONTRACHEQUE LEVA A COMPETENCIA, A FOLHA E O
      *> CODIGO NO NOME (HOLAAAAMMFF.CCCCC) E O MESMO CONTEUDO DO
      *> CONTRACHEQUE IMPRESSO PELO PROG53
       GERAR-ARQUIVO-CONTRACHEQUE.
           MOVE SPACES TO WS-HOLERITE-ARQUIVO.
           STRING "HOL" DELIMITED BY SIZE
               FOLHAHIST-COMPETENCIA DELIMITED BY SIZE
               FOLHAHIST-FOLHA DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               FOLHAHIST-CODIGO DELIMITED BY SIZE
               INTO WS-HOLERITE-ARQUIVO.
           OPEN OUTPUT ARQUIVO-HOLERITE.
           MOVE "============================================"
               TO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           STRING "CONTRACHEQUE COMPET. " DELIMITED BY SIZE
               FOLHAHIST-COMPETENCIA DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           MOVE "============================================"
               TO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           IF NOT FOLHAHIST-NORMAL
               STRING "FOLHA COMPLEMENTAR.: " DELIMITED BY SIZE
                   FOLHAHIST-FOLHA DELIMITED BY SIZE
                   INTO WS-HOL-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           PERFORM GRAVAR-DADOS-CADASTRAIS.
           PERFORM GRAVAR-RUBRICAS.
           PERFORM GRAVAR-TOTAIS.
           MOVE "============================================"
               TO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           CLOSE ARQUIVO-HOLERITE.

       GRAVAR-LINHA-HOLERITE.
           MOVE WS-HOL-LINHA TO HOLERITE-LINHA.
           WRITE HOLERITE-LINHA.
           MOVE SPACES TO WS-HOL-LINHA.

       GRAVAR-DADOS-CADASTRAIS.
           STRING "CODIGO.............: " DELIMITED BY SIZE
               FUNCIONARIO-CODIGO DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           STRING "NOME...............: " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           PERFORM BUSCAR-NOME-DEPARTAMENTO.
           STRING "DEPARTAMENTO.......: " DELIMITED BY SIZE
               FUNCIONARIO-DEPARTAMENTO(1:3) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-DEPARTAMENTO DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           STRING "DATA DE ADMISSAO...: " DELIMITED BY SIZE
               FUNCIONARIO-DT-ADMISSAO DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

       BUSCAR-NOME-DEPARTAMENTO.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO"
                       TO WS-NOME-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-NOME-DEPARTAMENTO
           END-READ.

       GRAVAR-RUBRICAS.
           MOVE ZEROS TO WS-QTD-RUBRICAS.
           MOVE "N" TO FIM-DAS-RUBRICAS.
           MOVE FOLHAHIST-COMPETENCIA TO FOLHAEVT-COMPETENCIA.
           MOVE FOLHAHIST-CODIGO TO FOLHAEVT-CODIGO.
           MOVE FOLHAHIST-FOLHA  TO FOLHAEVT-FOLHA.
           MOVE ZEROS            TO FOLHAEVT-SEQ.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-RUBRICAS
           END-START.
           PERFORM GRAVAR-PROXIMA-RUBRICA UNTIL ACABOU-RUBRICAS.
           IF WS-QTD-RUBRICAS > ZERO
               MOVE "--------------------------------------------"
                   TO WS-HOL-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.

       GRAVAR-PROXIMA-RUBRICA.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-RUBRICAS
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA = FOLHAHIST-COMPETENCIA
                       AND FOLHAEVT-CODIGO = FOLHAHIST-CODIGO
                       AND FOLHAEVT-FOLHA = FOLHAHIST-FOLHA
                       PERFORM GRAVAR-RUBRICA
                   ELSE
                       MOVE "S" TO FIM-DAS-RUBRICAS
                   END-IF
           END-READ.

       GRAVAR-RUBRICA.
           IF WS-QTD-RUBRICAS = ZERO
               MOVE "--------------------------------------------"
                   TO WS-HOL-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
               MOVE "RUBRICA              REFERENCIA       VALOR"
                   TO WS-HOL-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           ADD 1 TO WS-QTD-RUBRICAS.
           MOVE FOLHAEVT-REFERENCIA TO WS-REFERENCIA-EDIT.
           MOVE FOLHAEVT-VALOR      TO WS-VL-EDIT.
           STRING FOLHAEVT-DESCRICAO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REFERENCIA-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VL-IMP DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           IF EVT-DESCONTO
               MOVE " (-)" TO WS-HOL-LINHA(43:4)
           END-IF.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *> FOLHAS GRAVADAS ANTES DA SEPARACAO DOS TRIBUTOS SO TEM O
      *> PERCENTUAL UNICO DA TABELA ANTIGA DE DESCONTOS
       GRAVAR-TOTAIS.
           MOVE FOLHAHIST-BRUTO TO WS-VL-EDIT.
           STRING "SALARIO BRUTO......: " DELIMITED BY SIZE
               WS-VL-IMP DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           IF FOLHAHIST-INSS = ZERO AND FOLHAHIST-IRRF = ZERO
               AND FOLHAHIST-BASE-INSS = ZERO
               COMPUTE WS-PERC-CENTO = FOLHAHIST-PERC-DESCONTO * 100
               MOVE WS-PERC-CENTO TO WS-PERC-EDIT
               MOVE FOLHAHIST-DESCONTO TO WS-VL-EDIT
               STRING "DESCONTO (" DELIMITED BY SIZE
                   WS-PERC-EDIT DELIMITED BY SIZE
                   "%)..: " DELIMITED BY SIZE
                   WS-VL-IMP DELIMITED BY SIZE
                   INTO WS-HOL-LINHA
               PERFORM GRAVAR-LINHA-HOLERITE
           ELSE
               PERFORM GRAVAR-TRIBUTOS
           END-IF.
           MOVE FOLHAHIST-LIQUIDO TO WS-VL-EDIT.
           STRING "LIQUIDO A RECEBER..: " DELIMITED BY SIZE
               WS-VL-IMP DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

       GRAVAR-TRIBUTOS.
           MOVE ZEROS TO WS-PERC-CENTO.
           IF FOLHAHIST-BASE-INSS > ZERO
               COMPUTE WS-PERC-CENTO ROUNDED =
                   FOLHAHIST-INSS * 100 / FOLHAHIST-BASE-INSS
           END-IF.
           MOVE WS-PERC-CENTO TO WS-PERC-EDIT.
           MOVE FOLHAHIST-BASE-INSS TO WS-VL-EDIT.
           STRING "BASE DO INSS.......: " DELIMITED BY SIZE
               WS-VL-IMP DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           MOVE FOLHAHIST-INSS TO WS-VL-EDIT.
           STRING "INSS (" DELIMITED BY SIZE
               WS-PERC-EDIT DELIMITED BY SIZE
               "%)......: " DELIMITED BY SIZE
               WS-VL-IMP DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           MOVE FOLHAHIST-IRRF TO WS-VL-EDIT.
           STRING "IRRF...............: " DELIMITED BY SIZE
               WS-VL-IMP DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.
           MOVE FOLHAHIST-DESCONTO TO WS-VL-EDIT.
           STRING "TOTAL DE DESCONTOS.: " DELIMITED BY SIZE
               WS-VL-IMP DELIMITED BY SIZE
               INTO WS-HOL-LINHA.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *> RETORNO: HEADER "1" E TRAILER "9" DO GATEWAY SAO PULADOS,
      *> COMO NO RETORNO BANCARIO DO PROG68
       PROCESSAR-RETORNO.
           MOVE ZEROS TO WS-QTD-ENTREGUES WS-QTD-DEVOLVIDOS
               WS-QTD-SEM-ENVIO.
           MOVE "N" TO FIM-DO-RETORNO.
           OPEN INPUT ARQUIVO-RETORNO.
           PERFORM LER-PROXIMO-RETORNO.
           PERFORM TRATAR-LINHA-RETORNO UNTIL ACABOU-RETORNO.
           CLOSE ARQUIVO-RETORNO.
           DISPLAY " ".
           DISPLAY "===== RETORNO DO GATEWAY DE E-MAIL =====".
           DISPLAY "ENTREGUES.................: " WS-QTD-ENTREGUES.
           DISPLAY "DEVOLVIDOS (VAO AO PAPEL).: " WS-QTD-DEVOLVIDOS.
           DISPLAY "RETORNOS SEM ENVIO GRAVADO: " WS-QTD-SEM-ENVIO.

       LER-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO
               AT END
                   MOVE "S" TO FIM-DO-RETORNO
           END-READ.

       TRATAR-LINHA-RETORNO.
           IF RET-TIPO = "2"
               MOVE RET-COMPETENCIA TO HOLENV-COMPETENCIA
               MOVE RET-FOLHA       TO HOLENV-FOLHA
               MOVE RET-CODIGO      TO HOLENV-CODIGO
               READ ARQUIVO-HOLENVIO
                   INVALID KEY
                       ADD 1 TO WS-QTD-SEM-ENVIO
                       DISPLAY "RETORNO SEM ENVIO: COMPETENCIA "
                           RET-COMPETENCIA " CODIGO " RET-CODIGO
                   NOT INVALID KEY
                       PERFORM BAIXAR-RETORNO
               END-READ
           END-IF.
           PERFORM LER-PROXIMO-RETORNO.

       BAIXAR-RETORNO.
           MOVE RET-DATA TO HOLENV-DT-RETORNO.
           IF EMAIL-ENTREGUE
               MOVE "E" TO HOLENV-STATUS
               MOVE SPACES TO HOLENV-MOTIVO
               ADD 1 TO WS-QTD-ENTREGUES
           ELSE
               MOVE "D" TO HOLENV-STATUS
               MOVE RET-MOTIVO TO HOLENV-MOTIVO
               ADD 1 TO WS-QTD-DEVOLVIDOS
               DISPLAY "DEVOLVIDO: CODIGO " RET-CODIGO " "
                   HOLENV-EMAIL
               DISPLAY "   OCORRENCIA " RET-OCORRENCIA " "
                   RET-MOTIVO
           END-IF.
           REWRITE HOLENV-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ENVIO DO CODIGO "
                       RET-CODIGO
           END-REWRITE.

      *> RELATORIO DA COMPETENCIA: UMA LINHA POR CONTRACHEQUE, COM OS
      *> DEVOLVIDOS E OS NAO OPTANTES MARCADOS PARA O PAPEL (PROG53)
       RELATORIO-DISTRIBUICAO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           DISPLAY "INFORME A FOLHA (00 = NORMAL, 01 EM DIANTE = "
               "COMPLEMENTAR): ".
           ACCEPT WS-FOLHA.
           MOVE ZEROS TO WS-REL-ENTREGUES WS-REL-AGUARDANDO
               WS-REL-DEVOLVIDOS WS-REL-PAPEL.
           MOVE "PROG130" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELHOLERITE" TO WS-SPOOL-ARQUIVO.
           MOVE "DISTRIBUICAO DO CONTRACHEQUE POR E-MAIL"
               TO WS-SPOOL-TITULO.
           MOVE "CODIGO NOME                           SITUACAO"
               TO WS-SPOOL-COLUNAS.
           MOVE "E-MAIL / MOTIVO" TO WS-SPOOL-COLUNAS(66:15).
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  FOLHA " DELIMITED BY SIZE
               WS-FOLHA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "N" TO FIM-DOS-ENVIOS.
           MOVE WS-COMPETENCIA TO HOLENV-COMPETENCIA.
           MOVE WS-FOLHA TO HOLENV-FOLHA.
           MOVE ZEROS TO HOLENV-CODIGO.
           START ARQUIVO-HOLENVIO KEY IS NOT LESS THAN HOLENV-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-ENVIOS
           END-START.
           PERFORM RELATAR-PROXIMO-ENVIO UNTIL ACABOU-ENVIOS.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ENTREGUES: " DELIMITED BY SIZE
               WS-REL-ENTREGUES DELIMITED BY SIZE
               "  AGUARDANDO RETORNO: " DELIMITED BY SIZE
               WS-REL-AGUARDANDO DELIMITED BY SIZE
               "  DEVOLVIDOS: " DELIMITED BY SIZE
               WS-REL-DEVOLVIDOS DELIMITED BY SIZE
               "  NAO OPTANTES: " DELIMITED BY SIZE
               WS-REL-PAPEL DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-REL-ENTREGUES = ZERO AND WS-REL-AGUARDANDO = ZERO
               AND WS-REL-DEVOLVIDOS = ZERO AND WS-REL-PAPEL = ZERO
               MOVE "NENHUMA DISTRIBUICAO GERADA PARA A COMPETENCIA"
                   TO WS-SPOOL-DETALHE
           ELSE
               STRING "CONTRACHEQUES EM PAPEL NO PROG53: "
                   DELIMITED BY SIZE
                   WS-REL-DEVOLVIDOS DELIMITED BY SIZE
                   " DEVOLVIDOS + " DELIMITED BY SIZE
                   WS-REL-PAPEL DELIMITED BY SIZE
                   " NAO OPTANTES" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "RELATORIO GERADO NO SPOOL: " WS-SPOOL-ARQUIVO.

       RELATAR-PROXIMO-ENVIO.
           READ ARQUIVO-HOLENVIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-ENVIOS
               NOT AT END
                   IF HOLENV-COMPETENCIA = WS-COMPETENCIA
                       AND HOLENV-FOLHA = WS-FOLHA
                       PERFORM RELATAR-ENVIO
                   ELSE
                       MOVE "S" TO FIM-DOS-ENVIOS
                   END-IF
           END-READ.

       RELATAR-ENVIO.
           MOVE HOLENV-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO MAIS CADASTRADO" TO WS-NOME-FUNC
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNC
           END-READ.
           EVALUATE TRUE
               WHEN HOLENV-ENTREGUE
                   ADD 1 TO WS-REL-ENTREGUES
                   MOVE "ENTREGUE POR E-MAIL" TO WS-SITUACAO
               WHEN HOLENV-ENVIADO
                   ADD 1 TO WS-REL-AGUARDANDO
                   MOVE "ENVIADO, SEM RETORNO" TO WS-SITUACAO
               WHEN HOLENV-DEVOLVIDO
                   ADD 1 TO WS-REL-DEVOLVIDOS
                   MOVE "DEVOLVIDO - PAPEL" TO WS-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-REL-PAPEL
                   MOVE "NAO OPTANTE - PAPEL" TO WS-SITUACAO
           END-EVALUATE.
           STRING HOLENV-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOME-FUNC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SITUACAO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           IF HOLENV-DEVOLVIDO OR HOLENV-PAPEL
               MOVE HOLENV-MOTIVO TO WS-SPOOL-DETALHE(66:30)
           ELSE
               MOVE HOLENV-EMAIL TO WS-SPOOL-DETALHE(66:40)
           END-IF.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDSESSAO TAB (OPERADOR DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
