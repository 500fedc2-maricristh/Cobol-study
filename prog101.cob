      *> PROG62 E NAO PODEM REAPARECER COMO PENDENTES NO PROG54 NEM
      *> INFLAR A PROVISAO DO PROG79) E O EVENTO VAI PARA A TRILHA DE
      *> AUDITORIA. O REGISTRO DO ARQUIVO HISTORICO E PRESERVADO COMO
      *> MEMORIA DO PERIODO ANTERIOR. A READMISSAO OCUPA VAGA NO
      *> QUADRO APROVADO DO DEPARTAMENTO + CARGO (PDQUADRO TAB). A
      *> IMAGEM JA ANONIMIZADA PELO PROG133 NAO E READMITIDA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSESSAO.COB".
      *> SELFERIAS TAB
           COPY "SELFERIAS.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
           SELECT OPTIONAL ARQUIVO-READMISSAO ASSIGN TO "READMISSAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
           COPY "FDSESSAO.COB".
      *> FDFERIAS TAB
           COPY "FDFERIAS.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".

      *> VINCULO ENTRE O PERIODO DE SERVICO ANTERIOR E O NOVO: UM
      *> REGISTRO POR READMISSAO, EM ORDEM CRONOLOGICA (EXTEND)
       01  WS-ADMISSAO-ANTERIOR PIC 9(08) VALUE ZEROS.
       01  WS-ARQUIVAMENTO   PIC 9(08) VALUE ZEROS.
      *> GUARDA A IMAGEM ARQUIVADA ENQUANTO O MASTER E CONSULTADO
       01  WS-IMAGEM-GUARDADA PIC X(290).
       01  FIM-DAS-FERIAS    PIC X(01) VALUE "N".
           88  ACABOU-FERIAS         VALUE "S".
       01  WS-FERIAS-REMOVIDAS PIC 9(03) VALUE ZEROS.
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-HISTORICO.
           OPEN I-O ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-QUADRO.
           OPEN EXTEND ARQUIVO-READMISSAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM PROCESSAR-READMISSAO UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-QUADRO.
           CLOSE ARQUIVO-READMISSAO.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
           DISPLAY "ENCONTRADO: " FUNCIONARIO-NOME.
           DISPLAY "ADMISSAO ANTERIOR: " WS-ADMISSAO-ANTERIOR
               "  ARQUIVADO EM: " WS-ARQUIVAMENTO.
      *> A IMAGEM ANONIMIZADA (PROG133) NAO TEM MAIS OS DADOS DA
      *> PESSOA: A RECONTRATACAO E UMA ADMISSAO NOVA PELO PROG37
           IF FUNCIONARIO-ANONIMIZADO
               DISPLAY "REGISTRO ANONIMIZADO APOS O PRAZO DE GUARDA, "
                   "CADASTRE COMO NOVA ADMISSAO"
               DISPLAY "READMISSAO CANCELADA"
           ELSE
               PERFORM DEFINIR-CODIGO-NOVO
               IF CODIGO-NOVO-LIVRE
                   PERFORM EFETIVAR-READMISSAO
               ELSE
                   DISPLAY "READMISSAO CANCELADA"
               END-IF
           END-IF.

      *> O CODIGO ANTIGO E OFERECIDO DE VOLTA QUANDO CONTINUA LIVRE
           DISPLAY "INFORME A NOVA DATA DE ADMISSAO (AAAAMMDD): ".
           ACCEPT FUNCIONARIO-DT-ADMISSAO.
           MOVE "A" TO FUNCIONARIO-STATUS.
           PERFORM CONFERIR-QUADRO-DE-VAGAS.
           IF QDR-MOVIMENTO-PERMITIDO
               WRITE FUNCIONARIO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O READMITIDO NO MASTER"
                   NOT INVALID KEY
                       PERFORM GRAVAR-VINCULO-READMISSAO
                       PERFORM ENCERRAR-FERIAS-ANTIGAS
                       PERFORM GRAVAR-AUDITORIA-READMISSAO
                       DISPLAY "READMISSAO EFETIVADA SOB O CODIGO "
                           FUNCIONARIO-CODIGO
               END-WRITE
           ELSE
               DISPLAY "READMISSAO CANCELADA"
           END-IF.

      *> O READMITIDO VOLTA PARA O DEPARTAMENTO E O CARGO DA IMAGEM
      *> ARQUIVADA E PRECISA DE VAGA NO QUADRO APROVADO; A LIBERACAO
      *> SEM VAGA VAI PARA A TRILHA DE AUDITORIA
       CONFERIR-QUADRO-DE-VAGAS.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO WS-QDR-DEPARTAMENTO.
           MOVE FUNCIONARIO-CARGO  TO WS-QDR-CARGO.
           MOVE FUNCIONARIO-CODIGO TO WS-QDR-CODIGO.
           MOVE WS-SESSAO-NIVEL    TO WS-QDR-NIVEL-OPERADOR.
           PERFORM QDR-CONFERIR-VAGA.
           IF QDR-LIBERADO-SUPERVISOR
               PERFORM GRAVAR-AUDITORIA-SEM-VAGA
           END-IF.

      *> O VINCULO GUARDA O PERIODO ANTERIOR (ADMISSAO ANTIGA E DATA
      *> DO ARQUIVAMENTO) PARA AS CONSULTAS DE TEMPO DE CASA; AS
           MOVE "READMISSAO"       TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

       GRAVAR-AUDITORIA-SEM-VAGA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR        TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "SEM-VAGA"         TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".
