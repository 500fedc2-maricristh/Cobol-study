      *> PDIMPOSTO TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE
      *> INSS/IRRF WITHHOLDING FACILITY. COPIED INTO ANY PROGRAM THAT
      *> ALSO COPIES SELTABIMPOSTO.COB, FDTABIMPOSTO.COB E
      *> WSIMPOSTO.COB E ABRE ARQUIVO-TABIMPOSTO PARA LEITURA. A
      *> FOLHA (PROG41), O 13 (PROG55), A RESCISAO (PROG62) E O
      *> INFORME (PROG85) RETEM PELA MESMA REGRA: INSS PROGRESSIVO
      *> FAIXA A FAIXA ATE O TETO DE CONTRIBUICAO; IRRF SOBRE O
      *> RENDIMENTO MENOS O INSS E A DEDUCAO POR DEPENDENTE, PELA
      *> ALIQUOTA DA FAIXA MENOS A PARCELA A DEDUZIR. A PLR (PROG145)
      *> TEM TRIBUTACAO EXCLUSIVA PELA TABELA ANUAL PROPRIA, SEM INSS
      *> E SEM DEDUCAO DE DEPENDENTES.

      *> CARREGA AS DUAS TABELAS EM VIGOR PARA WS-IMP-COMPETENCIA;
      *> TRIBUTO SEM TABELA CADASTRADA ATE A COMPETENCIA FICA COM AS
      *> FAIXAS LEGAIS EMBUTIDAS, COMO A TABDESCONTO FAZIA COM AS
      *> FAIXAS HISTORICAS
       IMP-CARREGAR-TABELAS.
           MOVE ZEROS TO WS-IMP-INSS-QTD WS-IMP-IRRF-QTD
               WS-IMP-DEDUCAO-DEPENDENTE.
           MOVE "I" TO WS-IMP-TRIBUTO.
           PERFORM IMP-PROCURAR-VIGENCIA.
           MOVE WS-IMP-VIGENCIA TO WS-IMP-VIGENCIA-INSS.
           IF WS-IMP-VIGENCIA-INSS > ZERO
               PERFORM IMP-CARREGAR-FAIXAS
           END-IF.
           IF WS-IMP-INSS-QTD = ZERO
               PERFORM IMP-CARREGAR-INSS-LEGAL
               DISPLAY "SEM TABELA DE INSS CADASTRADA, USANDO AS "
                   "FAIXAS LEGAIS EMBUTIDAS"
           ELSE
               DISPLAY "TABELA DE INSS VIGENTE: " WS-IMP-VIGENCIA-INSS
                   " COM " WS-IMP-INSS-QTD " FAIXAS"
           END-IF.
           MOVE "R" TO WS-IMP-TRIBUTO.
           PERFORM IMP-PROCURAR-VIGENCIA.
           MOVE WS-IMP-VIGENCIA TO WS-IMP-VIGENCIA-IRRF.
           IF WS-IMP-VIGENCIA-IRRF > ZERO
               PERFORM IMP-CARREGAR-FAIXAS
           END-IF.
           IF WS-IMP-IRRF-QTD = ZERO
               PERFORM IMP-CARREGAR-IRRF-LEGAL
               DISPLAY "SEM TABELA DE IRRF CADASTRADA, USANDO AS "
                   "FAIXAS LEGAIS EMBUTIDAS"
           ELSE
               DISPLAY "TABELA DE IRRF VIGENTE: " WS-IMP-VIGENCIA-IRRF
                   " COM " WS-IMP-IRRF-QTD " FAIXAS"
           END-IF.

      *> PRIMEIRA PASSADA: MAIOR VIGENCIA DO TRIBUTO QUE NAO PASSA DA
      *> COMPETENCIA
       IMP-PROCURAR-VIGENCIA.
           MOVE ZEROS TO WS-IMP-VIGENCIA.
           MOVE "N" TO WS-IMP-FIM-TABELA.
           MOVE WS-IMP-TRIBUTO TO TABIMP-TRIBUTO.
           MOVE ZEROS TO TABIMP-VIGENCIA TABIMP-FAIXA.
           START ARQUIVO-TABIMPOSTO KEY IS NOT LESS THAN TABIMP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-IMP-FIM-TABELA
           END-START.
           PERFORM IMP-EXAMINAR-VIGENCIA UNTIL IMP-ACABOU-TABELA.

       IMP-EXAMINAR-VIGENCIA.
           READ ARQUIVO-TABIMPOSTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-IMP-FIM-TABELA
               NOT AT END
                   IF TABIMP-TRIBUTO = WS-IMP-TRIBUTO
                       AND TABIMP-VIGENCIA <= WS-IMP-COMPETENCIA
                       MOVE TABIMP-VIGENCIA TO WS-IMP-VIGENCIA
                   ELSE
                       MOVE "S" TO WS-IMP-FIM-TABELA
                   END-IF
           END-READ.

      *> SEGUNDA PASSADA: FAIXAS DA VIGENCIA ENCONTRADA PARA A MEMORIA
       IMP-CARREGAR-FAIXAS.
           MOVE "N" TO WS-IMP-FIM-TABELA.
           MOVE WS-IMP-TRIBUTO  TO TABIMP-TRIBUTO.
           MOVE WS-IMP-VIGENCIA TO TABIMP-VIGENCIA.
           MOVE ZEROS TO TABIMP-FAIXA.
           START ARQUIVO-TABIMPOSTO KEY IS NOT LESS THAN TABIMP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-IMP-FIM-TABELA
           END-START.
           PERFORM IMP-CARREGAR-UMA-FAIXA UNTIL IMP-ACABOU-TABELA.

       IMP-CARREGAR-UMA-FAIXA.
           READ ARQUIVO-TABIMPOSTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-IMP-FIM-TABELA
               NOT AT END
                   IF TABIMP-TRIBUTO = WS-IMP-TRIBUTO
                       AND TABIMP-VIGENCIA = WS-IMP-VIGENCIA
                       PERFORM IMP-GUARDAR-FAIXA
                   ELSE
                       MOVE "S" TO WS-IMP-FIM-TABELA
                   END-IF
           END-READ.

       IMP-GUARDAR-FAIXA.
           IF TABIMP-INSS AND WS-IMP-INSS-QTD < 10
               ADD 1 TO WS-IMP-INSS-QTD
               MOVE TABIMP-PISO TO WS-IMP-INSS-PISO(WS-IMP-INSS-QTD)
               MOVE TABIMP-TETO TO WS-IMP-INSS-TETO(WS-IMP-INSS-QTD)
               MOVE TABIMP-PERCENTUAL
                   TO WS-IMP-INSS-PERC(WS-IMP-INSS-QTD)
           END-IF.
           IF TABIMP-IRRF AND WS-IMP-IRRF-QTD < 10
               ADD 1 TO WS-IMP-IRRF-QTD
               MOVE TABIMP-PISO TO WS-IMP-IRRF-PISO(WS-IMP-IRRF-QTD)
               MOVE TABIMP-TETO TO WS-IMP-IRRF-TETO(WS-IMP-IRRF-QTD)
               MOVE TABIMP-PERCENTUAL
                   TO WS-IMP-IRRF-PERC(WS-IMP-IRRF-QTD)
               MOVE TABIMP-PARCELA-DEDUZIR
                   TO WS-IMP-IRRF-PARCELA(WS-IMP-IRRF-QTD)
               MOVE TABIMP-DEDUCAO-DEPENDENTE
                   TO WS-IMP-DEDUCAO-DEPENDENTE
           END-IF.
           IF TABIMP-PLR AND WS-IMP-PLR-QTD < 10
               ADD 1 TO WS-IMP-PLR-QTD
               MOVE TABIMP-PISO TO WS-IMP-PLR-PISO(WS-IMP-PLR-QTD)
               MOVE TABIMP-TETO TO WS-IMP-PLR-TETO(WS-IMP-PLR-QTD)
               MOVE TABIMP-PERCENTUAL
                   TO WS-IMP-PLR-PERC(WS-IMP-PLR-QTD)
               MOVE TABIMP-PARCELA-DEDUZIR
                   TO WS-IMP-PLR-PARCELA(WS-IMP-PLR-QTD)
           END-IF.

      *> FAIXAS LEGAIS DO INSS DO EMPREGADO (PORTARIA DE 2024)
       IMP-CARREGAR-INSS-LEGAL.
           MOVE 4 TO WS-IMP-INSS-QTD.
           MOVE 0.00    TO WS-IMP-INSS-PISO(1).
           MOVE 1412.00 TO WS-IMP-INSS-TETO(1).
           MOVE 7.50    TO WS-IMP-INSS-PERC(1).
           MOVE 1412.01 TO WS-IMP-INSS-PISO(2).
           MOVE 2666.68 TO WS-IMP-INSS-TETO(2).
           MOVE 9.00    TO WS-IMP-INSS-PERC(2).
           MOVE 2666.69 TO WS-IMP-INSS-PISO(3).
           MOVE 4000.03 TO WS-IMP-INSS-TETO(3).
           MOVE 12.00   TO WS-IMP-INSS-PERC(3).
           MOVE 4000.04 TO WS-IMP-INSS-PISO(4).
           MOVE 7786.02 TO WS-IMP-INSS-TETO(4).
           MOVE 14.00   TO WS-IMP-INSS-PERC(4).

      *> FAIXAS LEGAIS DO IRRF MENSAL (VIGENTES DESDE FEVEREIRO DE
      *> 2024) E A DEDUCAO POR DEPENDENTE
       IMP-CARREGAR-IRRF-LEGAL.
           MOVE 5 TO WS-IMP-IRRF-QTD.
           MOVE 189.59    TO WS-IMP-DEDUCAO-DEPENDENTE.
           MOVE 0.00      TO WS-IMP-IRRF-PISO(1).
           MOVE 2259.20   TO WS-IMP-IRRF-TETO(1).
           MOVE 0.00      TO WS-IMP-IRRF-PERC(1).
           MOVE 0.00      TO WS-IMP-IRRF-PARCELA(1).
           MOVE 2259.21   TO WS-IMP-IRRF-PISO(2).
           MOVE 2826.65   TO WS-IMP-IRRF-TETO(2).
           MOVE 7.50      TO WS-IMP-IRRF-PERC(2).
           MOVE 169.44    TO WS-IMP-IRRF-PARCELA(2).
           MOVE 2826.66   TO WS-IMP-IRRF-PISO(3).
           MOVE 3751.05   TO WS-IMP-IRRF-TETO(3).
           MOVE 15.00     TO WS-IMP-IRRF-PERC(3).
           MOVE 381.44    TO WS-IMP-IRRF-PARCELA(3).
           MOVE 3751.06   TO WS-IMP-IRRF-PISO(4).
           MOVE 4664.68   TO WS-IMP-IRRF-TETO(4).
           MOVE 22.50     TO WS-IMP-IRRF-PERC(4).
           MOVE 662.77    TO WS-IMP-IRRF-PARCELA(4).
           MOVE 4664.69   TO WS-IMP-IRRF-PISO(5).
           MOVE 999999.99 TO WS-IMP-IRRF-TETO(5).
           MOVE 27.50     TO WS-IMP-IRRF-PERC(5).
           MOVE 896.00    TO WS-IMP-IRRF-PARCELA(5).

      *> INSS PROGRESSIVO SOBRE WS-IMP-BASE-INSS: CADA FAIXA TRIBUTA
      *> SO A FATIA DA BASE QUE CAI DENTRO DELA, E A BASE ACIMA DO
      *> TETO DA ULTIMA FAIXA (TETO DE CONTRIBUICAO) NAO CONTRIBUI
       IMP-CALCULAR-INSS.
           MOVE ZEROS TO WS-IMP-VL-INSS WS-IMP-ALIQ-INSS
               WS-IMP-ACUMULADO WS-IMP-LIMITE-ANTERIOR.
           MOVE WS-IMP-BASE-INSS TO WS-IMP-BASE-LIMITADA.
           IF WS-IMP-BASE-LIMITADA >
               WS-IMP-INSS-TETO(WS-IMP-INSS-QTD)
               MOVE WS-IMP-INSS-TETO(WS-IMP-INSS-QTD)
                   TO WS-IMP-BASE-LIMITADA
           END-IF.
           PERFORM IMP-SOMAR-FAIXA-INSS
               VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMP-INSS-QTD
               OR WS-IMP-LIMITE-ANTERIOR >= WS-IMP-BASE-LIMITADA.
           COMPUTE WS-IMP-VL-INSS ROUNDED = WS-IMP-ACUMULADO.
           IF WS-IMP-BASE-INSS > ZERO
               COMPUTE WS-IMP-ALIQ-INSS ROUNDED =
                   WS-IMP-VL-INSS * 100 / WS-IMP-BASE-INSS
           END-IF.

       IMP-SOMAR-FAIXA-INSS.
           IF WS-IMP-BASE-LIMITADA < WS-IMP-INSS-TETO(WS-IMP-IDX)
               COMPUTE WS-IMP-FATIA =
                   WS-IMP-BASE-LIMITADA - WS-IMP-LIMITE-ANTERIOR
           ELSE
               COMPUTE WS-IMP-FATIA =
                   WS-IMP-INSS-TETO(WS-IMP-IDX) - WS-IMP-LIMITE-ANTERIOR
           END-IF.
           COMPUTE WS-IMP-ACUMULADO = WS-IMP-ACUMULADO +
               WS-IMP-FATIA * WS-IMP-INSS-PERC(WS-IMP-IDX) / 100.
           MOVE WS-IMP-INSS-TETO(WS-IMP-IDX) TO WS-IMP-LIMITE-ANTERIOR.

      *> IRRF SOBRE WS-IMP-RENDIMENTO MENOS O INSS JA CALCULADO EM
      *> WS-IMP-VL-INSS E A DEDUCAO LEGAL POR DEPENDENTE; A BASE QUE
      *> PASSA DO TETO DA ULTIMA FAIXA FICA NA ULTIMA FAIXA
       IMP-CALCULAR-IRRF.
           MOVE ZEROS TO WS-IMP-VL-IRRF WS-IMP-ALIQ-IRRF
               WS-IMP-BASE-IRRF.
           COMPUTE WS-IMP-CALCULO = WS-IMP-RENDIMENTO -
               WS-IMP-VL-INSS -
               WS-IMP-QTD-DEPENDENTES * WS-IMP-DEDUCAO-DEPENDENTE.
           IF WS-IMP-CALCULO > ZERO
               MOVE WS-IMP-CALCULO TO WS-IMP-BASE-IRRF
               MOVE "N" TO WS-IMP-ACHOU-FAIXA
               PERFORM IMP-PROCURAR-FAIXA-IRRF
                   VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-IMP-IRRF-QTD
                   OR IMP-FAIXA-ENCONTRADA
               IF NOT IMP-FAIXA-ENCONTRADA
                   MOVE WS-IMP-IRRF-QTD TO WS-IMP-IDX
               ELSE
                   SUBTRACT 1 FROM WS-IMP-IDX
               END-IF
               MOVE WS-IMP-IRRF-PERC(WS-IMP-IDX) TO WS-IMP-ALIQ-IRRF
               COMPUTE WS-IMP-CALCULO ROUNDED =
                   WS-IMP-BASE-IRRF * WS-IMP-IRRF-PERC(WS-IMP-IDX)
                   / 100 - WS-IMP-IRRF-PARCELA(WS-IMP-IDX)
               IF WS-IMP-CALCULO > ZERO
                   COMPUTE WS-IMP-VL-IRRF ROUNDED = WS-IMP-CALCULO
               END-IF
           END-IF.

       IMP-PROCURAR-FAIXA-IRRF.
           IF WS-IMP-BASE-IRRF <= WS-IMP-IRRF-TETO(WS-IMP-IDX)
               MOVE "S" TO WS-IMP-ACHOU-FAIXA
           END-IF.

      *> TABELA ANUAL DA PLR EM VIGOR PARA WS-IMP-COMPETENCIA (A DO
      *> PAGAMENTO); SEM TABELA CADASTRADA VALEM AS FAIXAS LEGAIS
       IMP-CARREGAR-TABELA-PLR.
           MOVE ZEROS TO WS-IMP-PLR-QTD.
           MOVE "P" TO WS-IMP-TRIBUTO.
           PERFORM IMP-PROCURAR-VIGENCIA.
           MOVE WS-IMP-VIGENCIA TO WS-IMP-VIGENCIA-PLR.
           IF WS-IMP-VIGENCIA-PLR > ZERO
               PERFORM IMP-CARREGAR-FAIXAS
           END-IF.
           IF WS-IMP-PLR-QTD = ZERO
               PERFORM IMP-CARREGAR-PLR-LEGAL
               DISPLAY "SEM TABELA DA PLR CADASTRADA, USANDO AS "
                   "FAIXAS LEGAIS EMBUTIDAS"
           ELSE
               DISPLAY "TABELA DA PLR VIGENTE: " WS-IMP-VIGENCIA-PLR
                   " COM " WS-IMP-PLR-QTD " FAIXAS"
           END-IF.

      *> FAIXAS LEGAIS ANUAIS DA PLR (VIGENTES DESDE FEVEREIRO DE
      *> 2024)
       IMP-CARREGAR-PLR-LEGAL.
           MOVE 5 TO WS-IMP-PLR-QTD.
           MOVE 0.00      TO WS-IMP-PLR-PISO(1).
           MOVE 7640.80   TO WS-IMP-PLR-TETO(1).
           MOVE 0.00      TO WS-IMP-PLR-PERC(1).
           MOVE 0.00      TO WS-IMP-PLR-PARCELA(1).
           MOVE 7640.81   TO WS-IMP-PLR-PISO(2).
           MOVE 9922.28   TO WS-IMP-PLR-TETO(2).
           MOVE 7.50      TO WS-IMP-PLR-PERC(2).
           MOVE 573.06    TO WS-IMP-PLR-PARCELA(2).
           MOVE 9922.29   TO WS-IMP-PLR-PISO(3).
           MOVE 13167.00  TO WS-IMP-PLR-TETO(3).
           MOVE 15.00     TO WS-IMP-PLR-PERC(3).
           MOVE 1317.23   TO WS-IMP-PLR-PARCELA(3).
           MOVE 13167.01  TO WS-IMP-PLR-PISO(4).
           MOVE 16380.38  TO WS-IMP-PLR-TETO(4).
           MOVE 22.50     TO WS-IMP-PLR-PERC(4).
           MOVE 2304.76   TO WS-IMP-PLR-PARCELA(4).
           MOVE 16380.39  TO WS-IMP-PLR-PISO(5).
           MOVE 999999.99 TO WS-IMP-PLR-TETO(5).
           MOVE 27.50     TO WS-IMP-PLR-PERC(5).
           MOVE 3123.78   TO WS-IMP-PLR-PARCELA(5).

      *> IRRF EXCLUSIVO DA PLR SOBRE WS-IMP-RENDIMENTO (A PLR PAGA NO
      *> ANO-CALENDARIO), SEM INSS NEM DEDUCAO DE DEPENDENTES; O
      *> RESULTADO SAI NOS MESMOS CAMPOS DO IRRF MENSAL
       IMP-CALCULAR-IRRF-PLR.
           MOVE ZEROS TO WS-IMP-VL-IRRF WS-IMP-ALIQ-IRRF
               WS-IMP-BASE-IRRF.
           IF WS-IMP-RENDIMENTO > ZERO
               MOVE WS-IMP-RENDIMENTO TO WS-IMP-BASE-IRRF
               MOVE "N" TO WS-IMP-ACHOU-FAIXA
               PERFORM IMP-PROCURAR-FAIXA-PLR
                   VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-IMP-PLR-QTD
                   OR IMP-FAIXA-ENCONTRADA
               IF NOT IMP-FAIXA-ENCONTRADA
                   MOVE WS-IMP-PLR-QTD TO WS-IMP-IDX
               ELSE
                   SUBTRACT 1 FROM WS-IMP-IDX
               END-IF
               MOVE WS-IMP-PLR-PERC(WS-IMP-IDX) TO WS-IMP-ALIQ-IRRF
               COMPUTE WS-IMP-CALCULO ROUNDED =
                   WS-IMP-BASE-IRRF * WS-IMP-PLR-PERC(WS-IMP-IDX)
                   / 100 - WS-IMP-PLR-PARCELA(WS-IMP-IDX)
               IF WS-IMP-CALCULO > ZERO
                   COMPUTE WS-IMP-VL-IRRF ROUNDED = WS-IMP-CALCULO
               END-IF
           END-IF.

       IMP-PROCURAR-FAIXA-PLR.
           IF WS-IMP-BASE-IRRF <= WS-IMP-PLR-TETO(WS-IMP-IDX)
               MOVE "S" TO WS-IMP-ACHOU-FAIXA
           END-IF.
