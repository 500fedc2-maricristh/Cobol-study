      *> DATA EFETIVA E MOTIVO, A PARTE SALARIAL ALIMENTA O PDSALHIST
      *> E O EVENTO VAI PARA A TRILHA DE AUDITORIA. RESPEITA O
      *> BLOQUEIO DO FECHAMENTO MENSAL, COMO TODO PROGRAMA QUE MEXE
      *> EM SALARIO. O CARGO NOVO PRECISA DE VAGA NO QUADRO APROVADO
      *> DO DEPARTAMENTO (PDQUADRO TAB) OU DA LIBERACAO DO SUPERVISOR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSESSAO.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
           SELECT OPTIONAL ARQUIVO-MOVCARGO ASSIGN TO "MOVCARGO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
           COPY "FDSESSAO.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".

       FD  ARQUIVO-MOVCARGO
           LABEL RECORD STANDARD.
           88  ACABOU-MOVIMENTO      VALUE "S".
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-TOTAL-PROMOCOES PIC 9(05) VALUE ZEROS.
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND ARQUIVO-MOVCARGO.
           OPEN EXTEND ARQUIVO-SALHIST.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-QUADRO.
           MOVE "PROG97" TO WS-SALHIST-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SALHIST-OPERADOR.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           CLOSE ARQUIVO-MOVCARGO.
           CLOSE ARQUIVO-SALHIST.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-QUADRO.

       EXECUTAR-PROMOCAO.
           DISPLAY "FUNCIONARIO....: " FUNCIONARIO-NOME.
           DISPLAY "SALARIO ATUAL..: " FUNCIONARIO-SALARIO.
           MOVE "N" TO WS-CARGO-OK.
           PERFORM INFORMAR-CARGO-NOVO UNTIL CARGO-NOVO-VALIDO.
           PERFORM CONFERIR-QUADRO-DE-VAGAS.
           IF QDR-MOVIMENTO-PERMITIDO
               PERFORM EFETIVAR-PROMOCAO
           ELSE
               DISPLAY "PROMOCAO CANCELADA"
           END-IF.

      *> O CARGO NOVO PRECISA DE VAGA NO QUADRO APROVADO DO
      *> DEPARTAMENTO ATUAL DO FUNCIONARIO; A LIBERACAO SEM VAGA VAI
      *> PARA A TRILHA DE AUDITORIA
       CONFERIR-QUADRO-DE-VAGAS.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO WS-QDR-DEPARTAMENTO.
           MOVE WS-CARGO-NOVO      TO WS-QDR-CARGO.
           MOVE FUNCIONARIO-CODIGO TO WS-QDR-CODIGO.
           MOVE WS-SESSAO-NIVEL    TO WS-QDR-NIVEL-OPERADOR.
           PERFORM QDR-CONFERIR-VAGA.
           IF QDR-LIBERADO-SUPERVISOR
               PERFORM GRAVAR-AUDITORIA-SEM-VAGA
           END-IF.

       EFETIVAR-PROMOCAO.
           MOVE "N" TO WS-SALARIO-OK.
           PERFORM INFORMAR-SALARIO-NOVO UNTIL SALARIO-NA-BANDA.
           MOVE FUNCIONARIO-CARGO   TO MOVC-CARGO-DE.
      *> MAIS PROMOCAO PELA METADE
           MOVE WS-CARGO-NOVO   TO FUNCIONARIO-CARGO.
           MOVE WS-SALARIO-NOVO TO FUNCIONARIO-SALARIO.
      *> NO HORISTA O VALOR DA HORA SEGUE O SALARIO DE REFERENCIA
      *> (220 HORAS MENSAIS)
           IF SALARIO-HORISTA
               COMPUTE FUNCIONARIO-VALOR-HORA ROUNDED =
                   FUNCIONARIO-SALARIO / 220
           END-IF.
           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O MASTER"
           MOVE "PROMOCAO"         TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

       GRAVAR-AUDITORIA-SEM-VAGA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR        TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "SEM-VAGA"         TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

       LISTAR-PROMOCOES.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.

      *> PDFECHAMENTO TAB (BLOQUEIO DO FECHAMENTO MENSAL)
           COPY "PDFECHAMENTO.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".
