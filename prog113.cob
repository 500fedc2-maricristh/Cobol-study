       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG113.
      *> PROGRAMA DE IMPORTACAO DOS EVENTOS VARIAVEIS DO SISTEMA DE
      *> VENDAS. LE O CSV EXPORTADO PELO SISTEMA DE VENDAS (CODIGO,
      *> COMPETENCIA AAAAMM, RUBRICA, REFERENCIA, VALOR COM PONTO
      *> DECIMAL) E GRAVA CADA LINHA NO ARQUIVO DE EVENTOS VARIAVEIS
      *> COM AS MESMAS CRITICAS DO LANCAMENTO ONLINE (PROG112):
      *> FUNCIONARIO ATIVO, RUBRICA ATIVA, COMPETENCIA ABERTA E VALOR
      *> INFORMADO. A LINHA CRITICADA VAI PARA O ARQUIVO DE REJEITO
      *> COM O MOTIVO. UMA NOVA IMPORTACAO DA MESMA LINHA SUBSTITUI O
      *> EVENTO IMPORTADO ANTES, MAS NUNCA O DIGITADO NO PROG112
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELRUBRICA TAB
           COPY "SELRUBRICA.COB".
      *> SELEVENTOVAR TAB
           COPY "SELEVENTOVAR.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
           SELECT ARQUIVO-IMPORTACAO ASSIGN TO "EVENTOSVENDAS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-REJEVENTO ASSIGN TO "REJEITOEVENTO"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDRUBRICA TAB
           COPY "FDRUBRICA.COB".
      *> FDEVENTOVAR TAB
           COPY "FDEVENTOVAR.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       FD  ARQUIVO-IMPORTACAO
           LABEL RECORD STANDARD.
       01  IMPORTACAO-LINHA      PIC X(80).

      *> O REJEITO GUARDA A LINHA ORIGINAL DO CSV PARA A CORRECAO NO
      *> SISTEMA DE VENDAS OU O LANCAMENTO MANUAL NO PROG112
       FD  ARQUIVO-REJEVENTO
           LABEL RECORD STANDARD.
       01  REJEVT-REGISTRO.
           05  REJEVT-DATA       PIC 9(08).
           05  REJEVT-HORA       PIC 9(08).
           05  REJEVT-LINHA      PIC X(80).
           05  REJEVT-MOTIVO     PIC X(40).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
       01  FIM-DA-IMPORTACAO PIC X(01) VALUE "N".
           88  ACABOU-IMPORTACAO     VALUE "S".
       01  WS-DT-LANCAMENTO  PIC 9(08).
       01  WS-CAMPO-CODIGO   PIC X(10).
       01  WS-CAMPO-COMPETENCIA PIC X(10).
       01  WS-CAMPO-RUBRICA  PIC X(10).
       01  WS-CAMPO-REFERENCIA PIC X(15).
       01  WS-CAMPO-VALOR    PIC X(15).
       01  WS-TAM-CODIGO     PIC 9(02) VALUE ZEROS.
       01  WS-TAM-COMPETENCIA PIC 9(02) VALUE ZEROS.
       01  WS-TAM-RUBRICA    PIC 9(02) VALUE ZEROS.
       01  WS-MES-IMPORTADO  PIC 9(02) VALUE ZEROS.
       01  WS-MOTIVO-REJEITO PIC X(40).
      *> A TRAVA DO FECHAMENTO E CONSULTADA UMA VEZ POR COMPETENCIA
      *> DIFERENTE QUE APARECE NO ARQUIVO, E NAO A CADA LINHA
       01  WS-COMPETENCIA-VERIFICADA PIC 9(06) VALUE ZEROS.
       01  WS-TRAVADA        PIC X(01) VALUE "N".
           88  COMPETENCIA-TRAVADA   VALUE "S".
       01  WS-QTD-LIDAS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-GRAVADAS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SUBSTITUIDAS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== IMPORTACAO DOS EVENTOS VARIAVEIS =====".
           PERFORM SESSAO-LER-OPERADOR.
           ACCEPT WS-DT-LANCAMENTO FROM DATE YYYYMMDD.
           MOVE "PROG113" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-IMPORTACAO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-RUBRICA.
           OPEN I-O ARQUIVO-EVENTOVAR.
           OPEN OUTPUT ARQUIVO-REJEVENTO.
           PERFORM LER-LINHA-IMPORTACAO.
           PERFORM IMPORTAR-LINHA UNTIL ACABOU-IMPORTACAO.
           CLOSE ARQUIVO-IMPORTACAO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-RUBRICA.
           CLOSE ARQUIVO-EVENTOVAR.
           CLOSE ARQUIVO-REJEVENTO.
           DISPLAY "LINHAS LIDAS.........: " WS-QTD-LIDAS.
           DISPLAY "EVENTOS GRAVADOS.....: " WS-QTD-GRAVADAS.
           DISPLAY "  (SUBSTITUINDO IMPORTACAO ANTERIOR: "
               WS-QTD-SUBSTITUIDAS ")".
           DISPLAY "LINHAS REJEITADAS....: " WS-QTD-REJEITADAS.
           IF WS-QTD-REJEITADAS > ZERO
               DISPLAY "CONFIRA O ARQUIVO REJEITOEVENTO"
           END-IF.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-GRAVADAS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       LER-LINHA-IMPORTACAO.
           READ ARQUIVO-IMPORTACAO
               AT END
                   MOVE "S" TO FIM-DA-IMPORTACAO
           END-READ.

      *> A PRIMEIRA COLUNA NAO NUMERICA E TRATADA COMO CABECALHO DO
      *> CSV E DESCARTADA, COMO NA CONCILIACAO DO PROG59; LINHA EM
      *> BRANCO TAMBEM E IGNORADA
       IMPORTAR-LINHA.
           MOVE SPACES TO WS-CAMPO-CODIGO WS-CAMPO-COMPETENCIA
               WS-CAMPO-RUBRICA WS-CAMPO-REFERENCIA WS-CAMPO-VALOR.
           MOVE ZEROS TO WS-TAM-CODIGO WS-TAM-COMPETENCIA
               WS-TAM-RUBRICA.
           UNSTRING IMPORTACAO-LINHA DELIMITED BY ","
               INTO WS-CAMPO-CODIGO COUNT IN WS-TAM-CODIGO
                    WS-CAMPO-COMPETENCIA COUNT IN WS-TAM-COMPETENCIA
                    WS-CAMPO-RUBRICA COUNT IN WS-TAM-RUBRICA
                    WS-CAMPO-REFERENCIA
                    WS-CAMPO-VALOR.
           IF IMPORTACAO-LINHA NOT = SPACES
               AND WS-CAMPO-CODIGO(1:1) NUMERIC
               ADD 1 TO WS-QTD-LIDAS
               PERFORM CRITICAR-LINHA
               IF WS-MOTIVO-REJEITO = SPACES
                   PERFORM GRAVAR-EVENTO-IMPORTADO
               END-IF
               IF WS-MOTIVO-REJEITO NOT = SPACES
                   PERFORM GRAVAR-REJEITO
               END-IF
           END-IF.
           PERFORM LER-LINHA-IMPORTACAO.

      *> AS CRITICAS PARAM NA PRIMEIRA QUE FALHA; O MOTIVO EM BRANCO
      *> SIGNIFICA LINHA ACEITA
       CRITICAR-LINHA.
           MOVE SPACES TO WS-MOTIVO-REJEITO.
           PERFORM CRITICAR-CAMPOS-NUMERICOS.
           IF WS-MOTIVO-REJEITO = SPACES
               PERFORM CRITICAR-COMPETENCIA
           END-IF.
           IF WS-MOTIVO-REJEITO = SPACES
               PERFORM CRITICAR-FUNCIONARIO
           END-IF.
           IF WS-MOTIVO-REJEITO = SPACES
               PERFORM CRITICAR-RUBRICA
           END-IF.

       CRITICAR-CAMPOS-NUMERICOS.
           EVALUATE TRUE
               WHEN WS-TAM-CODIGO = ZERO OR WS-TAM-CODIGO > 5
                   MOVE "CODIGO DO FUNCIONARIO INVALIDO"
                       TO WS-MOTIVO-REJEITO
               WHEN WS-CAMPO-CODIGO(1:WS-TAM-CODIGO) NOT NUMERIC
                   MOVE "CODIGO DO FUNCIONARIO INVALIDO"
                       TO WS-MOTIVO-REJEITO
               WHEN WS-TAM-COMPETENCIA NOT = 6
                   MOVE "COMPETENCIA INVALIDA (AAAAMM)"
                       TO WS-MOTIVO-REJEITO
               WHEN WS-CAMPO-COMPETENCIA(1:6) NOT NUMERIC
                   MOVE "COMPETENCIA INVALIDA (AAAAMM)"
                       TO WS-MOTIVO-REJEITO
               WHEN WS-TAM-RUBRICA = ZERO OR WS-TAM-RUBRICA > 3
                   MOVE "CODIGO DA RUBRICA INVALIDO"
                       TO WS-MOTIVO-REJEITO
               WHEN WS-CAMPO-RUBRICA(1:WS-TAM-RUBRICA) NOT NUMERIC
                   MOVE "CODIGO DA RUBRICA INVALIDO"
                       TO WS-MOTIVO-REJEITO
               WHEN WS-CAMPO-VALOR = SPACES
                   MOVE "VALOR NAO INFORMADO" TO WS-MOTIVO-REJEITO
               WHEN FUNCTION TEST-NUMVAL(WS-CAMPO-VALOR) NOT = ZERO
                   MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO-REJEITO
               WHEN WS-CAMPO-REFERENCIA NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CAMPO-REFERENCIA)
                       NOT = ZERO
                   MOVE "REFERENCIA NAO NUMERICA" TO WS-MOTIVO-REJEITO
               WHEN OTHER
                   PERFORM MONTAR-EVENTO-IMPORTADO
                   IF EVAR-VALOR = ZERO
                       MOVE "VALOR ZERADO" TO WS-MOTIVO-REJEITO
                   END-IF
           END-EVALUATE.

       MONTAR-EVENTO-IMPORTADO.
           COMPUTE EVAR-CODIGO = FUNCTION NUMVAL(WS-CAMPO-CODIGO).
           MOVE WS-CAMPO-COMPETENCIA(1:6) TO EVAR-COMPETENCIA.
           COMPUTE EVAR-RUBRICA = FUNCTION NUMVAL(WS-CAMPO-RUBRICA).
           IF WS-CAMPO-REFERENCIA = SPACES
               MOVE ZEROS TO EVAR-REFERENCIA
           ELSE
               COMPUTE EVAR-REFERENCIA =
                   FUNCTION NUMVAL(WS-CAMPO-REFERENCIA)
           END-IF.
           COMPUTE EVAR-VALOR = FUNCTION NUMVAL(WS-CAMPO-VALOR).
           MOVE "I"              TO EVAR-ORIGEM.
           MOVE WS-DT-LANCAMENTO TO EVAR-DT-LANCAMENTO.
           MOVE WS-OPERADOR      TO EVAR-OPERADOR.

      *> FECHAMENTO EM ANDAMENTO ("E") OU CONCLUIDO ("F") TRAVA OS
      *> EVENTOS; A COMPETENCIA REABERTA POR SUPERVISOR ("R") LIBERA
       CRITICAR-COMPETENCIA.
           MOVE EVAR-COMPETENCIA(5:2) TO WS-MES-IMPORTADO.
           IF WS-MES-IMPORTADO = ZERO OR WS-MES-IMPORTADO > 12
               MOVE "COMPETENCIA INVALIDA (AAAAMM)"
                   TO WS-MOTIVO-REJEITO
           ELSE
               IF EVAR-COMPETENCIA NOT = WS-COMPETENCIA-VERIFICADA
                   PERFORM VERIFICAR-COMPETENCIA-TRAVADA
               END-IF
               IF COMPETENCIA-TRAVADA
                   MOVE "COMPETENCIA FECHADA, EVENTOS TRAVADOS"
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

       VERIFICAR-COMPETENCIA-TRAVADA.
           MOVE EVAR-COMPETENCIA TO WS-COMPETENCIA-VERIFICADA.
           MOVE "N" TO WS-TRAVADA.
           OPEN INPUT ARQUIVO-FECHAMENTO.
           MOVE EVAR-COMPETENCIA TO FECH-COMPETENCIA.
           READ ARQUIVO-FECHAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FECH-FECHADA OR FECH-EM-ANDAMENTO
                       MOVE "S" TO WS-TRAVADA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-FECHAMENTO.

       CRITICAR-FUNCIONARIO.
           MOVE EVAR-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO"
                       TO WS-MOTIVO-REJEITO
               NOT INVALID KEY
                   IF NOT FUNCIONARIO-ATIVO
                       MOVE "FUNCIONARIO INATIVO" TO WS-MOTIVO-REJEITO
                   END-IF
           END-READ.

       CRITICAR-RUBRICA.
           MOVE EVAR-RUBRICA TO RUB-CODIGO.
           READ ARQUIVO-RUBRICA
               INVALID KEY
                   MOVE "RUBRICA NAO CADASTRADA" TO WS-MOTIVO-REJEITO
               NOT INVALID KEY
                   IF RUB-INATIVA
                       MOVE "RUBRICA INATIVA" TO WS-MOTIVO-REJEITO
                   END-IF
           END-READ.

      *> A CHAVE JA EXISTENTE E SUBSTITUIDA SO QUANDO O EVENTO ANTERIOR
      *> TAMBEM VEIO DO CSV; O DIGITADO NO PROG112 PREVALECE E A LINHA
      *> E REJEITADA. A LEITURA DE CONFERENCIA SOBREPOE A IMAGEM
      *> MONTADA, QUE E REMONTADA DA LINHA ANTES DA REGRAVACAO
       GRAVAR-EVENTO-IMPORTADO.
           WRITE EVAR-REGISTRO
               INVALID KEY
                   PERFORM SUBSTITUIR-EVENTO-IMPORTADO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADAS
           END-WRITE.

       SUBSTITUIR-EVENTO-IMPORTADO.
           READ ARQUIVO-EVENTOVAR
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O EVENTO" TO WS-MOTIVO-REJEITO
               NOT INVALID KEY
                   IF EVAR-DIGITADO
                       MOVE "EVENTO JA LANCADO NO PROG112"
                           TO WS-MOTIVO-REJEITO
                   ELSE
                       PERFORM MONTAR-EVENTO-IMPORTADO
                       REWRITE EVAR-REGISTRO
                           INVALID KEY
                               MOVE "ERRO AO GRAVAR O EVENTO"
                                   TO WS-MOTIVO-REJEITO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADAS
                               ADD 1 TO WS-QTD-SUBSTITUIDAS
                       END-REWRITE
                   END-IF
           END-READ.

       GRAVAR-REJEITO.
           ACCEPT REJEVT-DATA FROM DATE YYYYMMDD.
           ACCEPT REJEVT-HORA FROM TIME.
           MOVE IMPORTACAO-LINHA  TO REJEVT-LINHA.
           MOVE WS-MOTIVO-REJEITO TO REJEVT-MOTIVO.
           WRITE REJEVT-REGISTRO.
           ADD 1 TO WS-QTD-REJEITADAS.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
