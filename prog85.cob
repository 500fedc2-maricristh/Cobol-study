      *> A SOMA DOS DOZE CONTRACHEQUES ERA FEITA A MAO. DADO O ANO, O
      *> LOTE LE AS DOZE COMPETENCIAS DO FOLHAHIST DE CADA FUNCIONARIO
      *> E O DECIMO TERCEIRO (RECALCULADO PELO MESMO CRITERIO DO
      *> PROG55, QUE NAO PERSISTE O RESULTADO: MEDIA DO HORISTA E
      *> ADICIONAL DO CARGO NA BASE, SEM 13 PARA ESTAGIARIO;
      *> DESLIGADO NO MEIO DO ANO NAO ENTRA NO RECALCULO, POIS O 13
      *> DELE FOI O PROPORCIONAL PAGO NA RESCISAO PELO PROG62) E
      *> IMPRIME UM INFORME POR FUNCIONARIO, UMA PAGINA CADA, COM
      *> TOTAL BRUTO, TOTAL DE DESCONTOS E TOTAL LIQUIDO DO ANO. A
      *> CONTRIBUICAO
      *> PREVIDENCIARIA E O IRRF SAEM PELO VALOR DE FATO RETIDO: O
      *> GRAVADO NO FOLHAHIST MES A MES, O DO 13 (RECALCULADO PELO
      *> PDIMPOSTO COMO NO PROG55, COM A PENSAO DO 13 GRAVADA NO
      *> PENSAOPAG) E O DA RESCISAO GRAVADA PELO PROG62
      *> PARA QUEM FOI DESLIGADO NO ANO. A PLR PAGA NO ANO PELO PROG145
      *> (DE QUALQUER ANO-BASE) SAI EM LINHA PROPRIA, COMO RENDIMENTO
      *> DE TRIBUTACAO EXCLUSIVA, E ENTRA NOS TOTAIS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
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
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
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
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
       01  WS-ANO-BRUTO      PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-DESCONTO   PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-LIQUIDO    PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-INSS       PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-ANO-IRRF       PIC 9(08)V9(02) VALUE ZEROS.
      *> RESCISAO PAGA NO ANO DE REFERENCIA (DESLIGAMENTO DO PROG62)
       01  WS-TEVE-RESCISAO  PIC X(01) VALUE "N".
           88  RESCISAO-NO-ANO       VALUE "S".
      *> PLR PAGA NO ANO DE REFERENCIA (DISTRIBUICAO DO PROG145)
       01  WS-TEVE-PLR       PIC X(01) VALUE "N".
           88  PLR-NO-ANO            VALUE "S".
       01  WS-ANO-BASE-PLR   PIC 9(04) VALUE ZEROS.
       01  WS-PLR-BRUTO      PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PLR-IRRF       PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-TOTAL-INFORMES PIC 9(05) VALUE ZEROS.

      *> DECIMO TERCEIRO RECALCULADO PELO CRITERIO DO PROG55
       01  WS-MESES-TRABALHADOS PIC 9(02) VALUE ZEROS.
       01  WS-VL-13-TOTAL    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-DESCONTO PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-INSS     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-IRRF     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-PENSAO   PIC 9(06)V9(02) VALUE ZEROS.
       01  FIM-DA-PENSAOPAG  PIC X(01) VALUE "N".
           88  ACABOU-PENSAOPAG      VALUE "S".

      *> BASE DO 13 COMO NO PROG55: MEDIA DAS HORAS DO HORISTA, COM O
      *> DSR PELO CALENDARIO, MAIS O ADICIONAL DO CARGO
      *> WSCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> WSHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "WSHORISTA.COB".
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".

      *> TABELAS DE INSS E IRRF EM VIGOR EM DEZEMBRO DO ANO DE
      *> REFERENCIA, CARREGADAS COMO NO PROG41/PROG55
      *> WSIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "WSIMPOSTO.COB".
       01  FIM-DAS-FOLHAS    PIC X(01) VALUE "N".
           88  ACABOU-FOLHAS         VALUE "S".
      *> DEPENDENTES DO FUNCIONARIO ACEITOS NA DEDUCAO DO IRRF
       01  FIM-DOS-DEPENDENTES PIC X(01) VALUE "N".
           88  ACABOU-DEPENDENTES    VALUE "S".
       01  WS-QTD-DEPENDENTES-IR PIC 9(02) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-ANO-BRUTO-IMP.
       01  WS-VL-13-DESC-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-13-DESC-EDIT PIC ZZZZZ9.99.
       01  WS-VL-13-IRRF-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-13-IRRF-EDIT PIC ZZZZZ9.99.
       01  WS-ANO-INSS-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-ANO-INSS-EDIT    PIC ZZZZZZZ9.99.
       01  WS-ANO-IRRF-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-ANO-IRRF-EDIT    PIC ZZZZZZZ9.99.
       01  WS-RESCISAO-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-RESCISAO-EDIT    PIC ZZZZZZ9.99.
       01  WS-PLR-BRUTO-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-PLR-BRUTO-EDIT   PIC ZZZZZZ9.99.
       01  WS-PLR-IRRF-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-PLR-IRRF-EDIT    PIC ZZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

           PERFORM SPOOL-ABRIR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-DESLIGAMENTO.
           OPEN INPUT ARQUIVO-PLRDIST.
           OPEN INPUT ARQUIVO-PENSAOPAG.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-CARGO.
           COMPUTE WS-IMP-COMPETENCIA =
               WS-ANO-REFERENCIA * 100 + 12.
           PERFORM IMP-CARREGAR-TABELAS.
           MOVE LOW-VALUES TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO KEY IS NOT LESS THAN
               FUNCIONARIO-CODIGO
           PERFORM GERAR-INFORME-FUNCIONARIO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-TABIMPOSTO.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-DESLIGAMENTO.
           CLOSE ARQUIVO-PLRDIST.
           CLOSE ARQUIVO-PENSAOPAG.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CARGO.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "INFORMES GERADOS: " WS-TOTAL-INFORMES.
       PROGRAM-DONE.
      *> MEIO DO ANO GERA, POIS AS FOLHAS PAGAS ESTAO NO HISTORICO
       GERAR-INFORME-FUNCIONARIO.
           MOVE ZEROS TO WS-MESES-COM-FOLHA WS-ANO-BRUTO
               WS-ANO-DESCONTO WS-ANO-LIQUIDO WS-ANO-INSS WS-ANO-IRRF.
           PERFORM SOMAR-COMPETENCIA-DO-ANO
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12.
           PERFORM CALCULAR-13-DO-ANO.
           PERFORM SOMAR-RESCISAO-DO-ANO.
           PERFORM SOMAR-PLR-DO-ANO.
           IF WS-MESES-COM-FOLHA > ZERO OR RESCISAO-NO-ANO
               OR PLR-NO-ANO
               ADD 1 TO WS-TOTAL-INFORMES
               PERFORM IMPRIMIR-INFORME
           END-IF.
           PERFORM LER-PROXIMO-REGISTRO.

      *> A COMPETENCIA SOMA A FOLHA NORMAL E AS COMPLEMENTARES
      *> (PROG114) GRAVADAS NELA: O RENDIMENTO PAGO NA COMPLEMENTAR
      *> TAMBEM E DO ANO
       SOMAR-COMPETENCIA-DO-ANO.
           COMPUTE WS-COMPETENCIA =
               WS-ANO-REFERENCIA * 100 + WS-MES.
           MOVE "N" TO FIM-DAS-FOLHAS.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO FOLHAHIST-CODIGO.
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
                       AND FOLHAHIST-CODIGO = FUNCIONARIO-CODIGO
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
      *> DEZEMBRO. O FUNCIONARIO INATIVO FICA FORA DO RECALCULO: O 13
      *> DELE FOI O PROPORCIONAL DA RESCISAO (PROG62) E UM INFORME
      *> FISCAL NAO PODE DECLARAR RENDIMENTO QUE NUNCA FOI PAGO. O
      *> ESTAGIARIO TAMBEM FICA DE FORA, POIS NAO TEM 13
       CALCULAR-13-DO-ANO.
           MOVE ZEROS TO WS-VL-13-TOTAL WS-VL-13-DESCONTO
               WS-VL-13-INSS WS-VL-13-IRRF WS-VL-13-PENSAO.
           IF FUNCIONARIO-INATIVO OR CONTRATO-ESTAGIO
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
           MOVE FUNCIONARIO-CODIGO TO PPAG-CODIGO.
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
                       AND PPAG-CODIGO = FUNCIONARIO-CODIGO
                       AND PPAG-COMPETENCIA =
                           WS-ANO-REFERENCIA * 100 + 12
                       ADD PPAG-VALOR TO WS-VL-13-PENSAO
                   ELSE
                       MOVE "S" TO FIM-DA-PENSAOPAG
                   END-IF
           END-READ.

      *> O DESLIGADO NO ANO DE REFERENCIA TEVE AS VERBAS DA RESCISAO
      *> PAGAS FORA DA FOLHA MENSAL: O BRUTO E AS RETENCOES GRAVADOS
      *> PELO PROG62 ENTRAM NOS TOTAIS DO ANO
       SOMAR-RESCISAO-DO-ANO.
           MOVE "N" TO WS-TEVE-RESCISAO.
           IF FUNCIONARIO-INATIVO
               MOVE FUNCIONARIO-CODIGO TO DESLIG-CODIGO
               READ ARQUIVO-DESLIGAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DESLIG-ANO = WS-ANO-REFERENCIA
                           MOVE "S" TO WS-TEVE-RESCISAO
                           ADD DESLIG-TOTAL   TO WS-ANO-BRUTO
                           ADD DESLIG-INSS    TO WS-ANO-DESCONTO
                           ADD DESLIG-IRRF    TO WS-ANO-DESCONTO
                           ADD DESLIG-PENSAO  TO WS-ANO-DESCONTO
                           ADD DESLIG-LIQUIDO TO WS-ANO-LIQUIDO
                           ADD DESLIG-INSS    TO WS-ANO-INSS
                           ADD DESLIG-IRRF    TO WS-ANO-IRRF
                       END-IF
               END-READ
           END-IF.

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
           MOVE WS-ANO-BASE-PLR    TO PLRD-ANO.
           MOVE FUNCIONARIO-CODIGO TO PLRD-CODIGO.
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

      *> DEPENDENTES QUE A LEI DO IMPOSTO ACEITA (FILHO, CONJUGE E
      *> ASCENDENTE), NO MESMO CRITERIO DA FOLHA DO PROG41
       CONTAR-DEPENDENTES-IR.
           MOVE ZEROS TO WS-QTD-DEPENDENTES-IR.
           MOVE "N" TO FIM-DOS-DEPENDENTES.
           MOVE FUNCIONARIO-CODIGO TO DEP-CODIGO-FUNC.
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
                   IF DEP-CODIGO-FUNC = FUNCIONARIO-CODIGO
                       IF NOT DEP-OUTRO
                           ADD 1 TO WS-QTD-DEPENDENTES-IR
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DOS-DEPENDENTES
                   END-IF
           END-READ.

      *> UMA PAGINA POR FUNCIONARIO, COMO NOS CONTRACHEQUES DO
      *> PROG53: A QUEBRA E FORCADA ANTES DE CADA INFORME
       IMPRIMIR-INFORME.
           MOVE WS-ANO-LIQUIDO  TO WS-ANO-LIQUIDO-EDIT.
           MOVE WS-VL-13-TOTAL  TO WS-VL-13-EDIT.
           MOVE WS-VL-13-DESCONTO TO WS-VL-13-DESC-EDIT.
           MOVE WS-VL-13-IRRF   TO WS-VL-13-IRRF-EDIT.
           MOVE WS-ANO-INSS     TO WS-ANO-INSS-EDIT.
           MOVE WS-ANO-IRRF     TO WS-ANO-IRRF-EDIT.
           STRING "INFORME DE RENDIMENTOS - ANO " DELIMITED BY SIZE
               WS-ANO-REFERENCIA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
               WS-MESES-COM-FOLHA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           EVALUATE TRUE
               WHEN FUNCIONARIO-INATIVO
                   MOVE "13 SALARIO: PROPORCIONAL PAGO NA RESCISAO "
                       TO WS-SPOOL-DETALHE
                   MOVE "(PROG62)" TO WS-SPOOL-DETALHE(44:8)
               WHEN CONTRATO-ESTAGIO
                   MOVE "13 SALARIO: NAO DEVIDO AO ESTAGIARIO"
                       TO WS-SPOOL-DETALHE
               WHEN OTHER
                   STRING "13 SALARIO: " DELIMITED BY SIZE
                       WS-VL-13-IMP DELIMITED BY SIZE
                       "  DESCONTO DO 13: " DELIMITED BY SIZE
                       WS-VL-13-DESC-IMP DELIMITED BY SIZE
                       "  IRRF EXCLUSIVO: " DELIMITED BY SIZE
                       WS-VL-13-IRRF-IMP DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
           END-EVALUATE.
           PERFORM SPOOL-IMPRIMIR.
           IF RESCISAO-NO-ANO
               MOVE DESLIG-TOTAL TO WS-RESCISAO-EDIT
               STRING "RESCISAO EM " DELIMITED BY SIZE
                   DESLIG-DATA DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-RESCISAO-IMP DELIMITED BY SIZE
                   " (INCLUIDA NOS TOTAIS)" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF PLR-NO-ANO
               MOVE WS-PLR-BRUTO TO WS-PLR-BRUTO-EDIT
               MOVE WS-PLR-IRRF  TO WS-PLR-IRRF-EDIT
               STRING "PLR (TRIBUTACAO EXCLUSIVA): " DELIMITED BY SIZE
                   WS-PLR-BRUTO-IMP DELIMITED BY SIZE
                   "  IRRF EXCLUSIVO: " DELIMITED BY SIZE
                   WS-PLR-IRRF-IMP DELIMITED BY SIZE
                   " (INCLUIDA NOS TOTAIS)" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           STRING "TOTAL BRUTO DO ANO....: " DELIMITED BY SIZE
               WS-ANO-BRUTO-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
               WS-ANO-LIQUIDO-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CONTRIB. PREVID. (INSS): " DELIMITED BY SIZE
               WS-ANO-INSS-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "IMPOSTO RETIDO (IRRF).: " DELIMITED BY SIZE
               WS-ANO-IRRF-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "PDIMPOSTO.COB".

      *> PDCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "PDCALEND.COB".

      *> PDHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "PDHORISTA.COB".

      *> PDADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "PDADICIONAL.COB".
