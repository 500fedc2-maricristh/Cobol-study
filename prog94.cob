      *> VALIDA O DIGITO VERIFICADOR (PDVALFUNC TAB) E A UNICIDADE NO
      *> MASTER E GRAVA O CPF NO REGISTRO. LINHAS COM DIGITO INVALIDO,
      *> CPF DUPLICADO OU FUNCIONARIO INEXISTENTE VAO PARA O ARQUIVO
      *> DE REJEITO COM O MOTIVO. O ARQUIVO DE CONVERSAO PASSA ANTES
      *> PELO REGISTRO DE ARQUIVOS RECEBIDOS (PDRECEPCAO TAB), QUE
      *> RECUSA O JA CARREGADO E O TRAILER "TRL" DIVERGENTE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
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

      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDRECEPCAO TAB
           COPY "FDRECEPCAO.COB".
      *> FDRECEBIDO TAB
           COPY "FDRECEBIDO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
       01  WS-MOTIVO-REJEITO PIC X(40).
      *> IMAGEM DO REGISTRO ALVO, GUARDADA ENQUANTO A CONFERENCIA DE
      *> UNICIDADE LE PELA CHAVE ALTERNATIVA DE CPF
       01  WS-REGISTRO-GUARDADO PIC X(290).
       01  WS-CODIGO-ALVO    PIC 9(05) VALUE ZEROS.
       01  WS-CPF-LIVRE      PIC X(01) VALUE "N".
           88  CPF-DISPONIVEL        VALUE "S".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "WSRECEPCAO.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           DISPLAY "===== CARGA DOS CPF =====".
           PERFORM SESSAO-LER-OPERADOR.
           MOVE "CARGACPF" TO WS-RCP-ARQUIVO.
           MOVE "CPF" TO WS-RCP-ORIGEM.
           MOVE "PROG94" TO WS-RCP-PROGRAMA.
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
           OPEN INPUT ARQUIVO-CARGACPF.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-REJCPF.
           CLOSE ARQUIVO-CARGACPF.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-REJCPF.
           PERFORM RCP-REGISTRAR-PROCESSAMENTO.
           DISPLAY "LINHAS LIDAS....: " WS-TOTAL-LIDOS.
           DISPLAY "CPF CARREGADOS..: " WS-TOTAL-CARREGADOS.
           DISPLAY "LINHAS REJEITADAS: " WS-TOTAL-REJEITADOS.
       PROGRAM-DONE.
        GOBACK.

      *> O TRAILER "TRL" FECHA O ARQUIVO; A CONTAGEM JA FOI
      *> CONFERIDA NA RECEPCAO
       LER-PROXIMO-CPF.
           READ ARQUIVO-CARGACPF
               AT END
                   MOVE "S" TO FIM-DA-CARGA
               NOT AT END
                   IF CCPF-REGISTRO(1:3) = "TRL"
                       MOVE "S" TO FIM-DA-CARGA
                   END-IF
           END-READ.

       CARREGAR-CPF.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "PDRECEPCAO.COB".

      *> PDVALFUNC TAB (CRITICA DO DIGITO DO CPF)
           COPY "PDVALFUNC.COB".
