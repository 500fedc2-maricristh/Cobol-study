      *> E MOTIVO NO ARQUIVO DE MOVIMENTACOES, ATUALIZA O MASTER E
      *> OFERECE O RELATORIO MENSAL DE ENTRADAS E SAIDAS POR
      *> DEPARTAMENTO NOS MOLDES DO PROG46, EXPLICANDO AS DIFERENCAS
      *> DE HEADCOUNT ENTRE DOIS RESUMOS. A TRANSFERENCIA PRECISA DE
      *> VAGA NO QUADRO APROVADO DO DEPARTAMENTO DE DESTINO PARA O
      *> CARGO DO FUNCIONARIO (PDQUADRO TAB) OU DA LIBERACAO DO
      *> SUPERVISOR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELDEPARTAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
           SELECT OPTIONAL ARQUIVO-MOVIMENTACAO
               ASSIGN TO "MOVIMENTACAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "FDDEPARTAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".

       FD  ARQUIVO-MOVIMENTACAO
           LABEL RECORD STANDARD.
       01  WS-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ACHADO     PIC 9(02) VALUE ZEROS.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN EXTEND ARQUIVO-MOVIMENTACAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-QUADRO.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-MOVIMENTACAO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-QUADRO.

       EXECUTAR-TRANSFERENCIA.
           DISPLAY "FUNCIONARIO.........: " FUNCIONARIO-NOME.
               FUNCIONARIO-DEPARTAMENTO(1:3).
           MOVE "N" TO WS-DEPTO-OK.
           PERFORM INFORMAR-DEPTO-DESTINO UNTIL DEPTO-VALIDO.
           PERFORM CONFERIR-QUADRO-DE-VAGAS.
           IF QDR-MOVIMENTO-PERMITIDO
               PERFORM EFETIVAR-TRANSFERENCIA
           ELSE
               DISPLAY "TRANSFERENCIA CANCELADA"
           END-IF.

      *> O FUNCIONARIO LEVA O CARGO ATUAL PARA O DEPARTAMENTO DE
      *> DESTINO, ONDE PRECISA DE VAGA NO QUADRO APROVADO; A
      *> LIBERACAO SEM VAGA VAI PARA A TRILHA DE AUDITORIA
       CONFERIR-QUADRO-DE-VAGAS.
           MOVE WS-DEPTO-NOVO      TO WS-QDR-DEPARTAMENTO.
           MOVE FUNCIONARIO-CARGO  TO WS-QDR-CARGO.
           MOVE FUNCIONARIO-CODIGO TO WS-QDR-CODIGO.
           MOVE WS-SESSAO-NIVEL    TO WS-QDR-NIVEL-OPERADOR.
           PERFORM QDR-CONFERIR-VAGA.
           IF QDR-LIBERADO-SUPERVISOR
               PERFORM GRAVAR-AUDITORIA-SEM-VAGA
           END-IF.

       EFETIVAR-TRANSFERENCIA.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO MOV-DEPTO-DE.
           MOVE WS-DEPTO-NOVO TO MOV-DEPTO-PARA.
           DISPLAY "DATA EFETIVA (AAAAMMDD): ".
           MOVE "TRANSFEREN"       TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

       GRAVAR-AUDITORIA-SEM-VAGA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR        TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "SEM-VAGA"         TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

      *> RELATORIO MENSAL: LISTA AS TRANSFERENCIAS DA COMPETENCIA E
      *> FECHA COM ENTRADAS/SAIDAS POR DEPARTAMENTO, COM O NOME
      *> OFICIAL DA TABELA DE DEPARTAMENTOS

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".
