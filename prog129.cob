       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG129.
      *> TERMINAL DE AUTOATENDIMENTO DO FUNCIONARIO
      *> O RH PASSAVA BOA PARTE DO DIA REIMPRIMINDO CONTRACHEQUE E
      *> RESPONDENDO QUANTOS DIAS DE FERIAS CADA UM TEM. ESTE
      *> PROGRAMA RODA NO TERMINAL DE CONSULTA, FORA DO MENU DE
      *> OPERADORES DO PROG44: O FUNCIONARIO ATIVO ENTRA COM O CPF E
      *> O PIN EMITIDO PELO RH (PROG128) E SO CONSULTA OS PROPRIOS
      *> DADOS, SEM ALTERAR NADA: CONTRACHEQUE DA COMPETENCIA (MESMA
      *> APRESENTACAO DO PROG53), PERIODOS DE FERIAS, SALDO DO BANCO
      *> DE HORAS, EMPRESTIMOS EM ABERTO E O INFORME DE RENDIMENTOS
      *> DO ANO (MESMO CRITERIO DO PROG85, SO PARA ANOS ENCERRADOS).
      *> A UNICA GRAVACAO E A DO PROPRIO PIN: TROCA (OBRIGATORIA
      *> QUANDO O PIN E PROVISORIO), CONTAGEM DE FALHAS E BLOQUEIO NA
      *> TERCEIRA FALHA SEGUIDA. TODO SIGN-ON, ACEITO OU NAO, E CADA
      *> CONSULTA FICAM NO ARQUIVO DE ACESSOS (ACESSOAUTO)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELPIN TAB
           COPY "SELPIN.COB".
      *> SELACESSO TAB
           COPY "SELACESSO.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELFERIAS TAB
           COPY "SELFERIAS.COB".
      *> SELBANCOHORAS TAB
           COPY "SELBANCOHORAS.COB".
      *> SELEMPRESTIMO TAB
           COPY "SELEMPRESTIMO.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELPLRDIST TAB
           COPY "SELPLRDIST.COB".
      *> SELPENSAOPAG TAB
           COPY "SELPENSAOPAG.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELCALEND TAB
           COPY "SELCALEND.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDPIN TAB
           COPY "FDPIN.COB".
      *> FDACESSO TAB
           COPY "FDACESSO.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB (RUBRICAS GRAVADAS PELO PROG41)
           COPY "FDFOLHAEVT.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDFERIAS TAB
           COPY "FDFERIAS.COB".
      *> FDBANCOHORAS TAB
           COPY "FDBANCOHORAS.COB".
      *> FDEMPRESTIMO TAB
           COPY "FDEMPRESTIMO.COB".
      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDPLRDIST TAB
           COPY "FDPLRDIST.COB".
      *> FDPENSAOPAG TAB
           COPY "FDPENSAOPAG.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDCALEND TAB (CALENDARIO DE FERIADOS DO PROG83)
           COPY "FDCALEND.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  OPCAO-MENU        PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-DATA-SISTEMA.
           05  WS-ANO-SISTEMA    PIC 9(04).
           05  WS-MES-SISTEMA    PIC 9(02).
           05  WS-DIA-SISTEMA    PIC 9(02).
       01  WS-HORA-SISTEMA   PIC 9(08).

      *> SIGN-ON: TRES TENTATIVAS POR EXECUCAO E TRES FALHAS SEGUIDAS
      *> DE PIN (CONTADAS NO ARQUIVO, ENTRE EXECUCOES) BLOQUEIAM
       01  WS-CPF-ENT        PIC 9(11).
       01  WS-PIN-ENT        PIC X(06).
       01  WS-TENTATIVAS     PIC 9(01) VALUE ZERO.
       01  WS-MAX-FALHAS     PIC 9(01) VALUE 3.
       01  WS-LOGADO         PIC X(01) VALUE "N".
           88  FUNCIONARIO-LOGADO    VALUE "S".
       01  WS-CODIGO-LOGADO  PIC 9(05) VALUE ZEROS.
       01  WS-CPF-OK         PIC X(01) VALUE "N".
           88  CPF-LOCALIZADO        VALUE "S".
       01  FIM-DO-CPF        PIC X(01) VALUE "N".
           88  ACABOU-CPF            VALUE "S".
      *> TROCA DO PIN
       01  WS-PIN-NOVO       PIC X(06).
       01  WS-PIN-CONFIRMA   PIC X(06).
       01  WS-TROCA-OK       PIC X(01) VALUE "N".
           88  PIN-TROCADO           VALUE "S".
       01  WS-TENTATIVAS-TROCA PIC 9(01) VALUE ZERO.
      *> EVENTO DO ARQUIVO DE ACESSOS
       01  WS-ACS-EVENTO     PIC X(12).
       01  WS-ACS-DETALHE    PIC X(20).

      *> CONTRACHEQUE (APRESENTACAO DO PROG53)
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-FOLHA          PIC 9(02) VALUE ZEROS.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  FIM-DAS-RUBRICAS  PIC X(01) VALUE "N".
           88  ACABOU-RUBRICAS       VALUE "S".
       01  WS-QTD-RUBRICAS   PIC 9(02) VALUE ZEROS.
       01  WS-REFERENCIA-EDIT PIC ZZZ9.99.
       01  WS-PERC-CENTO     PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-PERC-EDIT      PIC Z9.99.
       01  CABECALHO-1.
           05  FILLER        PIC X(13) VALUE "CONTRACHEQUE".
           05  FILLER        PIC X(08) VALUE "COMPET.".
           05  CAB-COMPETENCIA PIC 9(06).

      *> FERIAS, BANCO DE HORAS E EMPRESTIMOS
       01  FIM-DAS-FERIAS    PIC X(01) VALUE "N".
           88  ACABOU-FERIAS         VALUE "S".
       01  WS-QTD-PERIODOS   PIC 9(03) VALUE ZEROS.
       01  WS-DIAS-PENDENTES PIC 9(03) VALUE ZEROS.
       01  FIM-DO-BANCO      PIC X(01) VALUE "N".
           88  ACABOU-BANCO          VALUE "S".
       01  WS-ADERIU-BANCO   PIC X(01) VALUE "N".
           88  OPTANTE-DO-BANCO      VALUE "S".
       01  WS-SALDO-HORAS    PIC S9(04)V9(02) VALUE ZEROS.
       01  WS-VENCIDO-HORAS  PIC S9(04)V9(02) VALUE ZEROS.
       01  WS-SALDO-EDIT     PIC -ZZZ9.99.
       01  FIM-DOS-EMPRESTIMOS PIC X(01) VALUE "N".
           88  ACABOU-EMPRESTIMOS    VALUE "S".
       01  WS-QTD-EMPRESTIMOS PIC 9(02) VALUE ZEROS.
       01  WS-TOTAL-SALDO-DEVEDOR PIC 9(07)V9(02) VALUE ZEROS.

      *> INFORME DE RENDIMENTOS (CRITERIO DO PROG85)
       01  WS-ANO-REFERENCIA PIC 9(04).
       01  WS-MES            PIC 9(02) VALUE ZEROS.
       01  WS-MESES-COM-FOLHA PIC 9(02) VALUE ZEROS.
       01  WS-ANO-BRUTO      PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-DESCONTO   PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-LIQUIDO    PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-INSS       PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-IRRF       PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-MESES-TRABALHADOS PIC 9(02) VALUE ZEROS.
       01  WS-VL-13-TOTAL    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-DESCONTO PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-INSS     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-IRRF     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-PENSAO   PIC 9(06)V9(02) VALUE ZEROS.
       01  FIM-DA-PENSAOPAG  PIC X(01) VALUE "N".
           88  ACABOU-PENSAOPAG      VALUE "S".
      *> PLR PAGA NO ANO DE REFERENCIA (DISTRIBUICAO DO PROG145)
       01  WS-TEVE-PLR       PIC X(01) VALUE "N".
           88  PLR-NO-ANO            VALUE "S".
       01  WS-ANO-BASE-PLR   PIC 9(04) VALUE ZEROS.
       01  WS-PLR-BRUTO      PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PLR-IRRF       PIC 9(06)V9(02) VALUE ZEROS.
       01  FIM-DAS-FOLHAS    PIC X(01) VALUE "N".
           88  ACABOU-FOLHAS         VALUE "S".
       01  FIM-DOS-DEPENDENTES PIC X(01) VALUE "N".
           88  ACABOU-DEPENDENTES    VALUE "S".
       01  WS-QTD-DEPENDENTES-IR PIC 9(02) VALUE ZEROS.
      *> BASE DO 13 COMO NO PROG55: MEDIA DAS HORAS DO HORISTA, COM O
      *> DSR PELO CALENDARIO, MAIS O ADICIONAL DO CARGO
      *> WSCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> WSHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "WSHORISTA.COB".
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".
      *> WSIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "WSIMPOSTO.COB".

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA EXIBICAO
       01  WS-VL-BRUTO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-BRUTO-EDIT  PIC ZZZZZ9.99.
       01  WS-VL-DESCONTO-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-VL-DESCONTO-EDIT PIC ZZZZZ9.99.
       01  WS-VL-LIQUIDO-IMP.
           05  FILLER             PIC X(02) VALUE "R$".
           05  WS-VL-LIQUIDO-EDIT PIC ZZZZZ9.99.
       01  WS-VL-BASE-INSS-IMP.
           05  FILLER               PIC X(02) VALUE "R$".
           05  WS-VL-BASE-INSS-EDIT PIC ZZZZZ9.99.
       01  WS-VL-INSS-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-INSS-EDIT   PIC ZZZZZ9.99.
       01  WS-VL-IRRF-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-IRRF-EDIT   PIC ZZZZZ9.99.
       01  WS-ANO-VALOR-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-ANO-VALOR-EDIT PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-PIN.
           OPEN EXTEND ARQUIVO-ACESSO.
           PERFORM EFETUAR-SIGNON.
           IF FUNCIONARIO-LOGADO AND PIN-PROVISORIO
               PERFORM EXIGIR-TROCA-DO-PIN
           END-IF.
           IF FUNCIONARIO-LOGADO
               PERFORM ABRIR-ARQUIVOS-CONSULTA
               PERFORM EXIBIR-MENU UNTIL FIM-PROGRAMA
               PERFORM FECHAR-ARQUIVOS-CONSULTA
               MOVE "SAIDA" TO WS-ACS-EVENTO
               MOVE SPACES  TO WS-ACS-DETALHE
               PERFORM GRAVAR-ACESSO
               DISPLAY "ATENDIMENTO ENCERRADO"
           ELSE
               DISPLAY "ACESSO RECUSADO, ATENDIMENTO ENCERRADO"
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PIN.
           CLOSE ARQUIVO-ACESSO.
       PROGRAM-DONE.
        STOP RUN.

       ABRIR-ARQUIVOS-CONSULTA.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-BANCOHORAS.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-PLRDIST.
           OPEN INPUT ARQUIVO-PENSAOPAG.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-CARGO.

       FECHAR-ARQUIVOS-CONSULTA.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-BANCOHORAS.
           CLOSE ARQUIVO-EMPRESTIMO.
           CLOSE ARQUIVO-TABIMPOSTO.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-PLRDIST.
           CLOSE ARQUIVO-PENSAOPAG.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CARGO.

       EFETUAR-SIGNON.
           DISPLAY "===== AUTOATENDIMENTO DO FUNCIONARIO =====".
           PERFORM TENTAR-SIGNON
               UNTIL FUNCIONARIO-LOGADO OR WS-TENTATIVAS >= 3.

      *> A MENSAGEM DE RECUSA E A MESMA PARA CPF DESCONHECIDO, SEM PIN
      *> OU PIN ERRADO, PARA O TERMINAL NAO REVELAR QUEM E FUNCIONARIO;
      *> O MOTIVO REAL FICA NO ARQUIVO DE ACESSOS
       TENTAR-SIGNON.
           ADD 1 TO WS-TENTATIVAS.
           MOVE ZEROS TO WS-CODIGO-LOGADO.
           DISPLAY "CPF (11 DIGITOS): ".
           ACCEPT WS-CPF-ENT.
           DISPLAY "PIN: ".
           MOVE SPACES TO WS-PIN-ENT.
           ACCEPT WS-PIN-ENT.
           PERFORM LOCALIZAR-FUNCIONARIO-CPF.
           IF CPF-LOCALIZADO
               PERFORM CONFERIR-PIN
           ELSE
               DISPLAY "CPF OU PIN INVALIDOS"
               MOVE "LOGIN-FALHA" TO WS-ACS-EVENTO
               MOVE "CPF NAO LOCALIZADO" TO WS-ACS-DETALHE
               PERFORM GRAVAR-ACESSO
           END-IF.

      *> O CPF E CHAVE ALTERNATIVA COM DUPLICIDADE (READMITIDO PODE TER
      *> REGISTRO ANTIGO INATIVO): VALE O REGISTRO ATIVO. CPF ZERADO E
      *> O DO REGISTRO LEGADO AINDA SEM CARGA E NUNCA ENTRA
       LOCALIZAR-FUNCIONARIO-CPF.
           MOVE "N" TO WS-CPF-OK.
           MOVE "N" TO FIM-DO-CPF.
           IF WS-CPF-ENT = ZEROS
               MOVE "S" TO FIM-DO-CPF
           ELSE
               MOVE WS-CPF-ENT TO FUNCIONARIO-CPF
               START ARQUIVO-FUNCIONARIO KEY IS EQUAL TO
                   FUNCIONARIO-CPF
                   INVALID KEY
                       MOVE "S" TO FIM-DO-CPF
               END-START
           END-IF.
           PERFORM LER-PROXIMO-DO-CPF UNTIL ACABOU-CPF
               OR CPF-LOCALIZADO.

       LER-PROXIMO-DO-CPF.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CPF
               NOT AT END
                   IF FUNCIONARIO-CPF = WS-CPF-ENT
                       IF FUNCIONARIO-ATIVO
                           MOVE "S" TO WS-CPF-OK
                           MOVE FUNCIONARIO-CODIGO TO WS-CODIGO-LOGADO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-CPF
                   END-IF
           END-READ.

       CONFERIR-PIN.
           MOVE WS-CODIGO-LOGADO TO PIN-CODIGO.
           READ ARQUIVO-PIN
               INVALID KEY
                   DISPLAY "CPF OU PIN INVALIDOS"
                   MOVE "LOGIN-FALHA" TO WS-ACS-EVENTO
                   MOVE "PIN NAO EMITIDO" TO WS-ACS-DETALHE
                   PERFORM GRAVAR-ACESSO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PIN-CANCELADO
                           DISPLAY "CPF OU PIN INVALIDOS"
                           MOVE "LOGIN-FALHA" TO WS-ACS-EVENTO
                           MOVE "PIN CANCELADO" TO WS-ACS-DETALHE
                           PERFORM GRAVAR-ACESSO
                       WHEN PIN-BLOQUEADO
                           PERFORM RECUSAR-PIN-BLOQUEADO
                       WHEN PIN-SENHA = WS-PIN-ENT
                           PERFORM ACEITAR-SIGNON
                       WHEN OTHER
                           PERFORM REGISTRAR-FALHA-PIN
                   END-EVALUATE
           END-READ.

       RECUSAR-PIN-BLOQUEADO.
           DISPLAY "PIN BLOQUEADO POR EXCESSO DE TENTATIVAS, "
               "PROCURE O RH".
           MOVE "LOGIN-FALHA" TO WS-ACS-EVENTO.
           MOVE "PIN BLOQUEADO" TO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           MOVE 3 TO WS-TENTATIVAS.

      *> A FALHA E GRAVADA NO PROPRIO PIN: ENCERRAR O PROGRAMA E
      *> TENTAR DE NOVO NAO ZERA A CONTAGEM. SO O ACESSO CORRETO OU O
      *> REINICIO PELO RH (PROG128) ZERAM AS FALHAS
       REGISTRAR-FALHA-PIN.
           ADD 1 TO PIN-FALHAS.
           IF PIN-FALHAS >= WS-MAX-FALHAS
               MOVE "B" TO PIN-STATUS
           END-IF.
           REWRITE PIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PIN"
           END-REWRITE.
           MOVE "LOGIN-FALHA" TO WS-ACS-EVENTO.
           MOVE "PIN INCORRETO" TO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           IF PIN-BLOQUEADO
               DISPLAY "PIN BLOQUEADO POR EXCESSO DE TENTATIVAS, "
                   "PROCURE O RH"
               MOVE "BLOQUEIO" TO WS-ACS-EVENTO
               MOVE "FALHAS SEGUIDAS" TO WS-ACS-DETALHE
               PERFORM GRAVAR-ACESSO
               MOVE 3 TO WS-TENTATIVAS
           ELSE
               DISPLAY "CPF OU PIN INVALIDOS"
           END-IF.

       ACEITAR-SIGNON.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE ZERO TO PIN-FALHAS.
           MOVE WS-DATA-SISTEMA TO PIN-DT-ULT-ACESSO.
           MOVE WS-HORA-SISTEMA TO PIN-HORA-ULT-ACESSO.
           REWRITE PIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PIN"
           END-REWRITE.
           MOVE "S" TO WS-LOGADO.
           MOVE "LOGIN-OK" TO WS-ACS-EVENTO.
           MOVE SPACES TO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           DISPLAY "BEM-VINDO, " FUNCIONARIO-NOME.

      *> PIN PROVISORIO DO RH: SEM A TROCA NAO HA CONSULTA
       EXIGIR-TROCA-DO-PIN.
           DISPLAY "SEU PIN E PROVISORIO E PRECISA SER TROCADO AGORA".
           MOVE "N" TO WS-TROCA-OK.
           MOVE ZERO TO WS-TENTATIVAS-TROCA.
           PERFORM TENTAR-TROCA-OBRIGATORIA
               UNTIL PIN-TROCADO OR WS-TENTATIVAS-TROCA >= 3.
           IF NOT PIN-TROCADO
               DISPLAY "PIN NAO TROCADO, ACESSO ENCERRADO"
               MOVE "N" TO WS-LOGADO
           END-IF.

       TENTAR-TROCA-OBRIGATORIA.
           ADD 1 TO WS-TENTATIVAS-TROCA.
           PERFORM TROCAR-PIN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "===== AUTOATENDIMENTO DO FUNCIONARIO =====".
           DISPLAY "1 - CONTRACHEQUE DA COMPETENCIA".
           DISPLAY "2 - PERIODOS DE FERIAS".
           DISPLAY "3 - SALDO DO BANCO DE HORAS".
           DISPLAY "4 - EMPRESTIMOS EM ABERTO".
           DISPLAY "5 - INFORME DE RENDIMENTOS ANUAL".
           DISPLAY "6 - TROCAR O PIN".
           DISPLAY "9 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.
           EVALUATE OPCAO-MENU
               WHEN "1"
                   PERFORM CONSULTAR-CONTRACHEQUE
               WHEN "2"
                   PERFORM CONSULTAR-FERIAS
               WHEN "3"
                   PERFORM CONSULTAR-BANCO-HORAS
               WHEN "4"
                   PERFORM CONSULTAR-EMPRESTIMOS
               WHEN "5"
                   PERFORM CONSULTAR-INFORME
               WHEN "6"
                   PERFORM TROCAR-PIN
               WHEN "9"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.

      *> O PIN E RELIDO ANTES DA TROCA: O REGISTRO EM MEMORIA PODE SER
      *> DE OUTRA LEITURA DO SIGN-ON
       TROCAR-PIN.
           MOVE "N" TO WS-TROCA-OK.
           DISPLAY "INFORME O PIN ATUAL: ".
           MOVE SPACES TO WS-PIN-ENT.
           ACCEPT WS-PIN-ENT.
           DISPLAY "INFORME O NOVO PIN (6 DIGITOS): ".
           MOVE SPACES TO WS-PIN-NOVO.
           ACCEPT WS-PIN-NOVO.
           DISPLAY "REPITA O NOVO PIN: ".
           MOVE SPACES TO WS-PIN-CONFIRMA.
           ACCEPT WS-PIN-CONFIRMA.
           MOVE WS-CODIGO-LOGADO TO PIN-CODIGO.
           READ ARQUIVO-PIN
               INVALID KEY
                   DISPLAY "ERRO AO LER O PIN"
               NOT INVALID KEY
                   PERFORM VALIDAR-TROCA-DO-PIN
           END-READ.

       VALIDAR-TROCA-DO-PIN.
           EVALUATE TRUE
               WHEN WS-PIN-ENT NOT = PIN-SENHA
                   DISPLAY "PIN ATUAL NAO CONFERE"
               WHEN WS-PIN-NOVO IS NOT NUMERIC
                   DISPLAY "O NOVO PIN DEVE TER 6 DIGITOS NUMERICOS"
               WHEN WS-PIN-NOVO NOT = WS-PIN-CONFIRMA
                   DISPLAY "A CONFIRMACAO NAO CONFERE COM O NOVO PIN"
               WHEN WS-PIN-NOVO = PIN-SENHA
                   DISPLAY "O NOVO PIN DEVE SER DIFERENTE DO ATUAL"
               WHEN OTHER
                   PERFORM GRAVAR-NOVO-PIN
           END-EVALUATE.
           IF NOT PIN-TROCADO
               MOVE "TROCA-FALHA" TO WS-ACS-EVENTO
               MOVE SPACES TO WS-ACS-DETALHE
               PERFORM GRAVAR-ACESSO
           END-IF.

       GRAVAR-NOVO-PIN.
           MOVE WS-PIN-NOVO TO PIN-SENHA.
           MOVE "N" TO PIN-TROCAR.
           REWRITE PIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O NOVO PIN"
               NOT INVALID KEY
                   MOVE "S" TO WS-TROCA-OK
                   DISPLAY "PIN ALTERADO"
                   MOVE "TROCA-PIN" TO WS-ACS-EVENTO
                   MOVE SPACES TO WS-ACS-DETALHE
                   PERFORM GRAVAR-ACESSO
           END-REWRITE.

      *> SO O CONTRACHEQUE DO PROPRIO FUNCIONARIO: A CHAVE DO
      *> FOLHAHIST E MONTADA COM O CODIGO DO SIGN-ON, NUNCA DIGITADO
       CONSULTAR-CONTRACHEQUE.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           DISPLAY "INFORME A FOLHA (00 = NORMAL, 01 EM DIANTE = "
               "COMPLEMENTAR): ".
           ACCEPT WS-FOLHA.
           MOVE "CONTRACHEQUE" TO WS-ACS-EVENTO.
           MOVE SPACES TO WS-ACS-DETALHE.
           STRING "COMPET " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " FOLHA " DELIMITED BY SIZE
               WS-FOLHA DELIMITED BY SIZE
               INTO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           MOVE WS-COMPETENCIA   TO FOLHAHIST-COMPETENCIA.
           MOVE WS-CODIGO-LOGADO TO FOLHAHIST-CODIGO.
           MOVE WS-FOLHA         TO FOLHAHIST-FOLHA.
           READ ARQUIVO-FOLHAHIST
               INVALID KEY
                   DISPLAY "NAO HA CONTRACHEQUE GRAVADO NESTA "
                       "COMPETENCIA"
               NOT INVALID KEY
                   PERFORM EXIBIR-CONTRACHEQUE
           END-READ.

       EXIBIR-CONTRACHEQUE.
           MOVE WS-COMPETENCIA TO CAB-COMPETENCIA.
           DISPLAY " ".
           DISPLAY "============================================".
           DISPLAY CABECALHO-1.
           DISPLAY "============================================".
           IF NOT FOLHAHIST-NORMAL
               DISPLAY "FOLHA COMPLEMENTAR.: " FOLHAHIST-FOLHA
           END-IF.
           PERFORM BUSCAR-DADOS-CADASTRAIS.
           PERFORM LISTAR-RUBRICAS.
           MOVE FOLHAHIST-BRUTO    TO WS-VL-BRUTO-EDIT.
           MOVE FOLHAHIST-DESCONTO TO WS-VL-DESCONTO-EDIT.
           MOVE FOLHAHIST-LIQUIDO  TO WS-VL-LIQUIDO-EDIT.
           COMPUTE WS-PERC-CENTO = FOLHAHIST-PERC-DESCONTO * 100.
           MOVE WS-PERC-CENTO TO WS-PERC-EDIT.
           DISPLAY "SALARIO BRUTO......: " WS-VL-BRUTO-IMP.
      *> FOLHAS GRAVADAS ANTES DA SEPARACAO DOS TRIBUTOS SO TEM O
      *> PERCENTUAL UNICO DA TABELA ANTIGA DE DESCONTOS
           IF FOLHAHIST-INSS = ZERO AND FOLHAHIST-IRRF = ZERO
               AND FOLHAHIST-BASE-INSS = ZERO
               DISPLAY "DESCONTO (" WS-PERC-EDIT "%)..: "
                   WS-VL-DESCONTO-IMP
           ELSE
               MOVE FOLHAHIST-BASE-INSS TO WS-VL-BASE-INSS-EDIT
               MOVE FOLHAHIST-INSS      TO WS-VL-INSS-EDIT
               MOVE FOLHAHIST-IRRF      TO WS-VL-IRRF-EDIT
               IF FOLHAHIST-BASE-INSS > ZERO
                   COMPUTE WS-PERC-CENTO ROUNDED =
                       FOLHAHIST-INSS * 100 / FOLHAHIST-BASE-INSS
                   MOVE WS-PERC-CENTO TO WS-PERC-EDIT
               END-IF
               DISPLAY "BASE DO INSS.......: " WS-VL-BASE-INSS-IMP
               DISPLAY "INSS (" WS-PERC-EDIT "%)......: "
                   WS-VL-INSS-IMP
               DISPLAY "IRRF...............: " WS-VL-IRRF-IMP
               DISPLAY "TOTAL DE DESCONTOS.: " WS-VL-DESCONTO-IMP
           END-IF.
           DISPLAY "LIQUIDO A RECEBER..: " WS-VL-LIQUIDO-IMP.
           DISPLAY "============================================".

       BUSCAR-DADOS-CADASTRAIS.
           PERFORM LER-FUNCIONARIO-LOGADO.
           DISPLAY "CODIGO.............: " FUNCIONARIO-CODIGO.
           DISPLAY "NOME...............: " FUNCIONARIO-NOME.
           PERFORM BUSCAR-NOME-DEPARTAMENTO.
           DISPLAY "DEPARTAMENTO.......: "
               FUNCIONARIO-DEPARTAMENTO(1:3) " - "
               WS-NOME-DEPARTAMENTO.
           DISPLAY "DATA DE ADMISSAO...: " FUNCIONARIO-DT-ADMISSAO.

       LER-FUNCIONARIO-LOGADO.
           MOVE WS-CODIGO-LOGADO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                       "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
           END-READ.

       LISTAR-RUBRICAS.
           MOVE ZEROS TO WS-QTD-RUBRICAS.
           MOVE "N" TO FIM-DAS-RUBRICAS.
           MOVE WS-COMPETENCIA   TO FOLHAEVT-COMPETENCIA.
           MOVE FOLHAHIST-CODIGO TO FOLHAEVT-CODIGO.
           MOVE FOLHAHIST-FOLHA  TO FOLHAEVT-FOLHA.
           MOVE ZEROS            TO FOLHAEVT-SEQ.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-RUBRICAS
           END-START.
           PERFORM LISTAR-PROXIMA-RUBRICA UNTIL ACABOU-RUBRICAS.
           IF WS-QTD-RUBRICAS > ZERO
               DISPLAY "--------------------------------------------"
           END-IF.

       LISTAR-PROXIMA-RUBRICA.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-RUBRICAS
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA = WS-COMPETENCIA
                       AND FOLHAEVT-CODIGO = FOLHAHIST-CODIGO
                       AND FOLHAEVT-FOLHA = FOLHAHIST-FOLHA
                       PERFORM EXIBIR-RUBRICA
                   ELSE
                       MOVE "S" TO FIM-DAS-RUBRICAS
                   END-IF
           END-READ.

       EXIBIR-RUBRICA.
           IF WS-QTD-RUBRICAS = ZERO
               DISPLAY "--------------------------------------------"
               DISPLAY "RUBRICA              REFERENCIA       VALOR"
           END-IF.
           ADD 1 TO WS-QTD-RUBRICAS.
           MOVE FOLHAEVT-REFERENCIA TO WS-REFERENCIA-EDIT.
           MOVE FOLHAEVT-VALOR      TO WS-VL-BRUTO-EDIT.
           IF EVT-DESCONTO
               DISPLAY FOLHAEVT-DESCRICAO "  " WS-REFERENCIA-EDIT
                   "  " WS-VL-BRUTO-IMP " (-)"
           ELSE
               DISPLAY FOLHAEVT-DESCRICAO "  " WS-REFERENCIA-EDIT
                   "  " WS-VL-BRUTO-IMP
           END-IF.

       BUSCAR-NOME-DEPARTAMENTO.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO"
                       TO WS-NOME-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-NOME-DEPARTAMENTO
           END-READ.

      *> PERIODOS AQUISITIVOS APURADOS PELO PROG54, DO MAIS ANTIGO AO
      *> MAIS RECENTE, COM O GOZO AGENDADO OU JA GOZADO
       CONSULTAR-FERIAS.
           MOVE "FERIAS" TO WS-ACS-EVENTO.
           MOVE SPACES TO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           MOVE ZEROS TO WS-QTD-PERIODOS WS-DIAS-PENDENTES.
           MOVE "N" TO FIM-DAS-FERIAS.
           MOVE WS-CODIGO-LOGADO TO FERIAS-CODIGO.
           MOVE ZEROS TO FERIAS-PERIODO-INICIO.
           START ARQUIVO-FERIAS KEY IS NOT LESS THAN FERIAS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-FERIAS
           END-START.
           DISPLAY " ".
           DISPLAY "===== PERIODOS DE FERIAS =====".
           PERFORM LISTAR-PROXIMO-PERIODO UNTIL ACABOU-FERIAS.
           IF WS-QTD-PERIODOS = ZERO
               DISPLAY "NENHUM PERIODO DE FERIAS APURADO"
           ELSE
               DISPLAY "DIAS AINDA NAO AGENDADOS: " WS-DIAS-PENDENTES
           END-IF.

       LISTAR-PROXIMO-PERIODO.
           READ ARQUIVO-FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-FERIAS
               NOT AT END
                   IF FERIAS-CODIGO = WS-CODIGO-LOGADO
                       ADD 1 TO WS-QTD-PERIODOS
                       PERFORM EXIBIR-PERIODO
                   ELSE
                       MOVE "S" TO FIM-DAS-FERIAS
                   END-IF
           END-READ.

       EXIBIR-PERIODO.
           DISPLAY "PERIODO " FERIAS-PERIODO-INICIO " A "
               FERIAS-PERIODO-FIM "  " FERIAS-DIAS-DIREITO " DIAS".
           EVALUATE TRUE
               WHEN FERIAS-PENDENTE
                   ADD FERIAS-DIAS-DIREITO TO WS-DIAS-PENDENTES
                   DISPLAY "  A GOZAR (AINDA NAO AGENDADO)"
               WHEN FERIAS-AGENDADA
                   DISPLAY "  GOZO AGENDADO DE " FERIAS-GOZO-INICIO
                       " A " FERIAS-GOZO-FIM
               WHEN FERIAS-GOZADA
                   DISPLAY "  GOZADO DE " FERIAS-GOZO-INICIO
                       " A " FERIAS-GOZO-FIM
           END-EVALUATE.

      *> MESMA APURACAO DO EXTRATO DO PROG77: O SALDO COMPENSAVEL SAI
      *> DOS MOVIMENTOS ABERTOS E O CREDITO VENCIDO SERA PAGO NA
      *> PROXIMA FOLHA
       CONSULTAR-BANCO-HORAS.
           MOVE "BANCO-HORAS" TO WS-ACS-EVENTO.
           MOVE SPACES TO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           MOVE ZEROS TO WS-SALDO-HORAS WS-VENCIDO-HORAS.
           MOVE "N" TO WS-ADERIU-BANCO.
           MOVE "N" TO FIM-DO-BANCO.
           MOVE WS-CODIGO-LOGADO TO BH-CODIGO.
           MOVE ZEROS TO BH-COMPETENCIA.
           START ARQUIVO-BANCOHORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-BANCO
           END-START.
           PERFORM SOMAR-MOVIMENTO-BANCO UNTIL ACABOU-BANCO.
           DISPLAY " ".
           DISPLAY "===== BANCO DE HORAS =====".
           IF NOT OPTANTE-DO-BANCO AND WS-SALDO-HORAS = ZERO
               AND WS-VENCIDO-HORAS = ZERO
               DISPLAY "SEM ADESAO NEM MOVIMENTO NO BANCO DE HORAS"
           ELSE
               MOVE WS-SALDO-HORAS TO WS-SALDO-EDIT
               DISPLAY "SALDO COMPENSAVEL...: " WS-SALDO-EDIT " HORAS"
               IF WS-VENCIDO-HORAS NOT = ZERO
                   MOVE WS-VENCIDO-HORAS TO WS-SALDO-EDIT
                   DISPLAY "VENCIDO A PAGAR.....: " WS-SALDO-EDIT
                       " HORAS (NA PROXIMA FOLHA)"
               END-IF
           END-IF.

       SOMAR-MOVIMENTO-BANCO.
           READ ARQUIVO-BANCOHORAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-BANCO
               NOT AT END
                   IF BH-CODIGO = WS-CODIGO-LOGADO
                       PERFORM ACUMULAR-MOVIMENTO-BANCO
                   ELSE
                       MOVE "S" TO FIM-DO-BANCO
                   END-IF
           END-READ.

       ACUMULAR-MOVIMENTO-BANCO.
           EVALUATE TRUE
               WHEN BH-ADESAO
                   MOVE "S" TO WS-ADERIU-BANCO
               WHEN BH-ABERTO
                   COMPUTE WS-SALDO-HORAS = WS-SALDO-HORAS +
                       BH-HORAS-CREDITO - BH-HORAS-DEBITO
               WHEN BH-VENCIDO-A-PAGAR
                   COMPUTE WS-VENCIDO-HORAS = WS-VENCIDO-HORAS +
                       BH-HORAS-CREDITO - BH-HORAS-DEBITO
           END-EVALUATE.

      *> SO OS EMPRESTIMOS AINDA EM ABERTO; O EXTRATO COMPLETO, COM OS
      *> QUITADOS E CANCELADOS, CONTINUA COM O RH NO PROG90
       CONSULTAR-EMPRESTIMOS.
           MOVE "EMPRESTIMOS" TO WS-ACS-EVENTO.
           MOVE SPACES TO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           MOVE ZEROS TO WS-QTD-EMPRESTIMOS WS-TOTAL-SALDO-DEVEDOR.
           MOVE "N" TO FIM-DOS-EMPRESTIMOS.
           MOVE WS-CODIGO-LOGADO TO EMP-CODIGO.
           MOVE ZEROS TO EMP-SEQUENCIA.
           START ARQUIVO-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EMPRESTIMOS
           END-START.
           DISPLAY " ".
           DISPLAY "===== EMPRESTIMOS EM ABERTO =====".
           PERFORM LISTAR-PROXIMO-EMPRESTIMO UNTIL ACABOU-EMPRESTIMOS.
           IF WS-QTD-EMPRESTIMOS = ZERO
               DISPLAY "NENHUM EMPRESTIMO EM ABERTO"
           ELSE
               MOVE WS-TOTAL-SALDO-DEVEDOR TO WS-ANO-VALOR-EDIT
               DISPLAY "SALDO DEVEDOR TOTAL: " WS-ANO-VALOR-IMP
           END-IF.

       LISTAR-PROXIMO-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EMPRESTIMOS
               NOT AT END
                   IF EMP-CODIGO = WS-CODIGO-LOGADO
                       IF EMPRESTIMO-ABERTO
                           ADD 1 TO WS-QTD-EMPRESTIMOS
                           ADD EMP-SALDO TO WS-TOTAL-SALDO-DEVEDOR
                           PERFORM EXIBIR-EMPRESTIMO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DOS-EMPRESTIMOS
                   END-IF
           END-READ.

       EXIBIR-EMPRESTIMO.
           MOVE EMP-VALOR-PRINCIPAL TO WS-VL-BRUTO-EDIT.
           MOVE EMP-VALOR-PARCELA   TO WS-VL-DESCONTO-EDIT.
           MOVE EMP-SALDO           TO WS-VL-LIQUIDO-EDIT.
           DISPLAY "EMPRESTIMO " EMP-SEQUENCIA
               "  PRINCIPAL: " WS-VL-BRUTO-IMP
               "  INICIO: " EMP-COMPETENCIA-INICIO.
           DISPLAY "  PARCELAS PAGAS: " EMP-PARCELAS-PAGAS "/"
               EMP-QTD-PARCELAS "  PARCELA: " WS-VL-DESCONTO-IMP
               "  SALDO: " WS-VL-LIQUIDO-IMP.

      *> INFORME DO ANO PELO MESMO CRITERIO DO PROG85: AS DOZE
      *> COMPETENCIAS DO FOLHAHIST (NORMAL E COMPLEMENTARES), O 13
      *> RECALCULADO COMO NO PROG55 (BASE DO HORISTA E ADICIONAL DO
      *> CARGO, PENSAO DO 13 NO DESCONTO, SEM 13 PARA ESTAGIARIO) E
      *> A PLR PAGA NO ANO. SO ANOS ENCERRADOS: NO ANO CORRENTE O 13
      *> AINDA NAO FOI PAGO E O INFORME SAIRIA COM VALOR INEXISTENTE.
      *> COMO SO O ATIVO ENTRA NO TERMINAL, NAO HA RESCISAO A SOMAR
       CONSULTAR-INFORME.
           DISPLAY "INFORME O ANO DE REFERENCIA (AAAA): ".
           ACCEPT WS-ANO-REFERENCIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "INFORME" TO WS-ACS-EVENTO.
           MOVE SPACES TO WS-ACS-DETALHE.
           STRING "ANO " DELIMITED BY SIZE
               WS-ANO-REFERENCIA DELIMITED BY SIZE
               INTO WS-ACS-DETALHE.
           PERFORM GRAVAR-ACESSO.
           IF WS-ANO-REFERENCIA NOT < WS-ANO-SISTEMA
               DISPLAY "INFORME DISPONIVEL SO PARA ANOS JA ENCERRADOS"
           ELSE
               PERFORM APURAR-INFORME
           END-IF.

       APURAR-INFORME.
           PERFORM LER-FUNCIONARIO-LOGADO.
           MOVE ZEROS TO WS-MESES-COM-FOLHA WS-ANO-BRUTO
               WS-ANO-DESCONTO WS-ANO-LIQUIDO WS-ANO-INSS WS-ANO-IRRF.
           PERFORM SOMAR-COMPETENCIA-DO-ANO
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12.
           COMPUTE WS-IMP-COMPETENCIA = WS-ANO-REFERENCIA * 100 + 12.
           PERFORM IMP-CARREGAR-TABELAS.
           PERFORM CALCULAR-13-DO-ANO.
           PERFORM SOMAR-PLR-DO-ANO.
           IF WS-MESES-COM-FOLHA = ZERO AND NOT PLR-NO-ANO
               DISPLAY "NAO HA FOLHA GRAVADA NO ANO INFORMADO"
           ELSE
               PERFORM EXIBIR-INFORME
           END-IF.

       SOMAR-COMPETENCIA-DO-ANO.
           COMPUTE WS-COMPETENCIA =
               WS-ANO-REFERENCIA * 100 + WS-MES.
           MOVE "N" TO FIM-DAS-FOLHAS.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE WS-CODIGO-LOGADO TO FOLHAHIST-CODIGO.
           MOVE ZEROS TO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-FOLHAS
           END-START.
           PERFORM SOMAR-FOLHA-DA-COMPETENCIA UNTIL ACABOU-FOLHAS.

       SOMAR-FOLHA-DA-COMPETENCIA.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-FOLHAS
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       AND FOLHAHIST-CODIGO = WS-CODIGO-LOGADO
                       IF FOLHAHIST-NORMAL
                           ADD 1 TO WS-MESES-COM-FOLHA
                       END-IF
                       ADD FOLHAHIST-BRUTO    TO WS-ANO-BRUTO
                       ADD FOLHAHIST-DESCONTO TO WS-ANO-DESCONTO
                       ADD FOLHAHIST-LIQUIDO  TO WS-ANO-LIQUIDO
                       ADD FOLHAHIST-INSS     TO WS-ANO-INSS
                       ADD FOLHAHIST-IRRF     TO WS-ANO-IRRF
                   ELSE
                       MOVE "S" TO FIM-DAS-FOLHAS
                   END-IF
           END-READ.

      *> DECIMO TERCEIRO DO ANO PELO MESMO CRITERIO DO PROG55: AVOS A
      *> PARTIR DA ADMISSAO SOBRE A BASE DO HORISTA OU MENSALISTA
      *> MAIS O ADICIONAL DO CARGO, E O INSS/IRRF EXCLUSIVOS DE
      *> DEZEMBRO. O ESTAGIARIO FICA DE FORA, POIS NAO TEM 13
       CALCULAR-13-DO-ANO.
           MOVE ZEROS TO WS-VL-13-TOTAL WS-VL-13-DESCONTO
               WS-VL-13-INSS WS-VL-13-IRRF WS-VL-13-PENSAO.
           IF CONTRATO-ESTAGIO
               MOVE ZERO TO WS-MESES-TRABALHADOS
           ELSE
               EVALUATE TRUE
                   WHEN FUNCIONARIO-DT-ADM-ANO < WS-ANO-REFERENCIA
                       MOVE 12 TO WS-MESES-TRABALHADOS
                   WHEN FUNCIONARIO-DT-ADM-ANO = WS-ANO-REFERENCIA
                       COMPUTE WS-MESES-TRABALHADOS =
                           12 - FUNCIONARIO-DT-ADM-MES + 1
                   WHEN OTHER
                       MOVE ZERO TO WS-MESES-TRABALHADOS
               END-EVALUATE
           END-IF.
           IF WS-MESES-TRABALHADOS > ZERO
               AND WS-MESES-COM-FOLHA > ZERO
               COMPUTE WS-HOR-COMPETENCIA =
                   WS-ANO-REFERENCIA * 100 + 12
               PERFORM HOR-APURAR-SALARIO-BASE
               MOVE WS-HOR-SALARIO-BASE TO WS-ADIC-SALARIO-BASE
               PERFORM ADIC-APURAR-ADICIONAL
               COMPUTE WS-VL-13-TOTAL ROUNDED =
                   (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
                   WS-MESES-TRABALHADOS / 12
               PERFORM CONTAR-DEPENDENTES-IR
               MOVE WS-VL-13-TOTAL TO WS-IMP-BASE-INSS
               MOVE WS-VL-13-TOTAL TO WS-IMP-RENDIMENTO
               MOVE WS-QTD-DEPENDENTES-IR TO WS-IMP-QTD-DEPENDENTES
               PERFORM IMP-CALCULAR-INSS
               PERFORM IMP-CALCULAR-IRRF
               MOVE WS-IMP-VL-INSS TO WS-VL-13-INSS
               MOVE WS-IMP-VL-IRRF TO WS-VL-13-IRRF
               PERFORM SOMAR-PENSAO-DO-13
               COMPUTE WS-VL-13-DESCONTO =
                   WS-VL-13-INSS + WS-VL-13-IRRF + WS-VL-13-PENSAO
               ADD WS-VL-13-TOTAL    TO WS-ANO-BRUTO
               ADD WS-VL-13-DESCONTO TO WS-ANO-DESCONTO
               ADD WS-VL-13-INSS     TO WS-ANO-INSS
               ADD WS-VL-13-IRRF     TO WS-ANO-IRRF
               COMPUTE WS-ANO-LIQUIDO = WS-ANO-LIQUIDO +
                   WS-VL-13-TOTAL - WS-VL-13-DESCONTO
           END-IF.

      *> A PENSAO DO 13 E A GRAVADA PELO PROG55 NO SALDO DE DEZEMBRO
      *> PARA CREDITO AO BENEFICIARIO, COMO A DA FOLHA MENSAL JA VEM
      *> NO DESCONTO DO FOLHAHIST
       SOMAR-PENSAO-DO-13.
           MOVE "N" TO FIM-DA-PENSAOPAG.
           COMPUTE PPAG-COMPETENCIA = WS-ANO-REFERENCIA * 100 + 12.
           MOVE "T" TO PPAG-ORIGEM.
           MOVE WS-CODIGO-LOGADO TO PPAG-CODIGO.
           MOVE ZEROS TO PPAG-SEQUENCIA.
           START ARQUIVO-PENSAOPAG KEY IS NOT LESS THAN PPAG-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-PENSAOPAG
           END-START.
           PERFORM SOMAR-PROXIMA-PENSAO-DO-13 UNTIL ACABOU-PENSAOPAG.

       SOMAR-PROXIMA-PENSAO-DO-13.
           READ ARQUIVO-PENSAOPAG NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-PENSAOPAG
               NOT AT END
                   IF PPAG-DO-13
                       AND PPAG-CODIGO = WS-CODIGO-LOGADO
                       AND PPAG-COMPETENCIA =
                           WS-ANO-REFERENCIA * 100 + 12
                       ADD PPAG-VALOR TO WS-VL-13-PENSAO
                   ELSE
                       MOVE "S" TO FIM-DA-PENSAOPAG
                   END-IF
           END-READ.

      *> A PLR E PAGA NO ANO SEGUINTE AO ANO-BASE (OU NELE MESMO, NA
      *> ANTECIPACAO): VALE A DATA DO PAGAMENTO GRAVADA PELO PROG145
       SOMAR-PLR-DO-ANO.
           MOVE "N" TO WS-TEVE-PLR.
           MOVE ZEROS TO WS-PLR-BRUTO WS-PLR-IRRF.
           COMPUTE WS-ANO-BASE-PLR = WS-ANO-REFERENCIA - 1.
           PERFORM SOMAR-PLR-DO-ANO-BASE.
           MOVE WS-ANO-REFERENCIA TO WS-ANO-BASE-PLR.
           PERFORM SOMAR-PLR-DO-ANO-BASE.
           IF PLR-NO-ANO
               ADD WS-PLR-BRUTO TO WS-ANO-BRUTO
               ADD WS-PLR-IRRF  TO WS-ANO-DESCONTO
               ADD WS-PLR-IRRF  TO WS-ANO-IRRF
               COMPUTE WS-ANO-LIQUIDO = WS-ANO-LIQUIDO +
                   WS-PLR-BRUTO - WS-PLR-IRRF
           END-IF.

       SOMAR-PLR-DO-ANO-BASE.
           MOVE WS-ANO-BASE-PLR  TO PLRD-ANO.
           MOVE WS-CODIGO-LOGADO TO PLRD-CODIGO.
           READ ARQUIVO-PLRDIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PLRD-NAO-PAGO
                       AND PLRD-PAG-ANO = WS-ANO-REFERENCIA
                       MOVE "S" TO WS-TEVE-PLR
                       ADD PLRD-BRUTO TO WS-PLR-BRUTO
                       ADD PLRD-IRRF  TO WS-PLR-IRRF
                   END-IF
           END-READ.

       CONTAR-DEPENDENTES-IR.
           MOVE ZEROS TO WS-QTD-DEPENDENTES-IR.
           MOVE "N" TO FIM-DOS-DEPENDENTES.
           MOVE WS-CODIGO-LOGADO TO DEP-CODIGO-FUNC.
           MOVE ZEROS TO DEP-SEQUENCIA.
           START ARQUIVO-DEPENDENTE KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-DEPENDENTES
           END-START.
           PERFORM CONTAR-PROXIMO-DEPENDENTE UNTIL ACABOU-DEPENDENTES.

       CONTAR-PROXIMO-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-DEPENDENTES
               NOT AT END
                   IF DEP-CODIGO-FUNC = WS-CODIGO-LOGADO
                       IF NOT DEP-OUTRO
                           ADD 1 TO WS-QTD-DEPENDENTES-IR
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DOS-DEPENDENTES
                   END-IF
           END-READ.

       EXIBIR-INFORME.
           DISPLAY " ".
           DISPLAY "===== INFORME DE RENDIMENTOS - ANO "
               WS-ANO-REFERENCIA " =====".
           DISPLAY "CODIGO: " FUNCIONARIO-CODIGO "  NOME: "
               FUNCIONARIO-NOME.
           DISPLAY "COMPETENCIAS COM FOLHA NO ANO: " WS-MESES-COM-FOLHA.
           IF CONTRATO-ESTAGIO
               DISPLAY "13 SALARIO............: NAO DEVIDO AO "
                   "ESTAGIARIO"
           ELSE
               MOVE WS-VL-13-TOTAL TO WS-VL-BRUTO-EDIT
               MOVE WS-VL-13-DESCONTO TO WS-VL-DESCONTO-EDIT
               MOVE WS-VL-13-IRRF TO WS-VL-IRRF-EDIT
               DISPLAY "13 SALARIO............: " WS-VL-BRUTO-IMP
                   "  DESCONTO DO 13: " WS-VL-DESCONTO-IMP
               DISPLAY "  IRRF EXCLUSIVO DO 13: " WS-VL-IRRF-IMP
           END-IF.
           IF PLR-NO-ANO
               MOVE WS-PLR-BRUTO TO WS-ANO-VALOR-EDIT
               MOVE WS-PLR-IRRF  TO WS-VL-IRRF-EDIT
               DISPLAY "PLR (TRIB. EXCLUSIVA).: " WS-ANO-VALOR-IMP
                   "  IRRF EXCLUSIVO: " WS-VL-IRRF-IMP
           END-IF.
           MOVE WS-ANO-BRUTO TO WS-ANO-VALOR-EDIT.
           DISPLAY "TOTAL BRUTO DO ANO....: " WS-ANO-VALOR-IMP.
           MOVE WS-ANO-DESCONTO TO WS-ANO-VALOR-EDIT.
           DISPLAY "TOTAL DESCONTOS DO ANO: " WS-ANO-VALOR-IMP.
           MOVE WS-ANO-LIQUIDO TO WS-ANO-VALOR-EDIT.
           DISPLAY "TOTAL LIQUIDO DO ANO..: " WS-ANO-VALOR-IMP.
           MOVE WS-ANO-INSS TO WS-ANO-VALOR-EDIT.
           DISPLAY "CONTRIB. PREVID. (INSS): " WS-ANO-VALOR-IMP.
           MOVE WS-ANO-IRRF TO WS-ANO-VALOR-EDIT.
           DISPLAY "IMPOSTO RETIDO (IRRF).: " WS-ANO-VALOR-IMP.

      *> CADA EVENTO DO TERMINAL VIRA UMA LINHA NO ARQUIVO DE ACESSOS
       GRAVAR-ACESSO.
           MOVE SPACES TO ACESSO-REGISTRO.
           ACCEPT ACS-DATA FROM DATE YYYYMMDD.
           ACCEPT ACS-HORA FROM TIME.
           MOVE WS-CODIGO-LOGADO TO ACS-CODIGO.
           MOVE WS-CPF-ENT       TO ACS-CPF.
           MOVE WS-ACS-EVENTO    TO ACS-EVENTO.
           MOVE WS-ACS-DETALHE   TO ACS-DETALHE.
           WRITE ACESSO-REGISTRO.

      *> PDIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "PDIMPOSTO.COB".

      *> PDCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "PDCALEND.COB".

      *> PDHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "PDHORISTA.COB".

      *> PDADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "PDADICIONAL.COB".
