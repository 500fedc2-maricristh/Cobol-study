           COPY "FDEMPRESA.COB".

       WORKING-STORAGE SECTION.
       01  OPCAO-MENU        PIC X(03).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-USUARIO        PIC X(10).
           DISPLAY "61 - GERACAO DE PONTO POR EXCECAO".
           DISPLAY "62 - CADASTRO DE TURNOS".
           DISPLAY "63 - BENEFICIOS (VT / VR)".
           DISPLAY "66 - TABELAS DE INSS E IRRF".
           DISPLAY "69 - PLANO DE CONTAS DA FOLHA".
           DISPLAY "72 - ORDENS JUDICIAIS DE PENSAO ALIMENTICIA".
           DISPLAY "74 - TABELA DE RUBRICAS VARIAVEIS".
           DISPLAY "75 - EVENTOS VARIAVEIS DO MES".
           DISPLAY "78 - VARIACAO DA FOLHA SOBRE O MES ANTERIOR".
           DISPLAY "80 - VENCIMENTO DE CONTRATOS E EXPERIENCIAS".
           DISPLAY "83 - ADICIONAIS DE INSALUBRIDADE/PERICULOSIDADE".
           DISPLAY "85 - EXAMES MEDICOS OCUPACIONAIS (ASO)".
           DISPLAY "87 - QUADRO DE VAGAS APROVADAS".
           DISPLAY "88 - ORGANOGRAMA E AMPLITUDE DE CONTROLE".
           DISPLAY "89 - EXTRATO DA EQUIPE DO GESTOR".
           DISPLAY "91 - PINS DO AUTOATENDIMENTO DO FUNCIONARIO".
           DISPLAY "92 - CONTRACHEQUE POR E-MAIL".
           DISPLAY "96 - INTEGRIDADE ENTRE ARQUIVOS".
           DISPLAY "100 - BACKUP COMPLETO DO SISTEMA".
           DISPLAY "104 - CONFERENCIA DAS HORAS EXTRAS AUTORIZADAS".
           DISPLAY "109 - REQUISICOES DE VAGAS E CANDIDATOS".
           DISPLAY "110 - REQUISICOES DE VAGAS EM ABERTO".
           DISPLAY "111 - AVALIACOES DE DESEMPENHO".
      *> OPCOES RESTRITAS: SO APARECEM (E SO EXECUTAM) PARA NIVEL 2
           IF SUPERVISOR-LOGADO
               DISPLAY "05 - CALCULO DA FOLHA DE PAGAMENTO"
               DISPLAY "60 - PROMOCAO DE FUNCIONARIOS"
               DISPLAY "64 - READMISSAO DE ARQUIVADO"
               DISPLAY "65 - CONVERSAO DE LAYOUTS (EXECUCAO UNICA)"
               DISPLAY "67 - CONVERSAO DAS RETENCOES (EXEC UNICA)"
               DISPLAY "68 - DEPOSITO MENSAL DO FGTS"
               DISPLAY "70 - INTERFACE CONTABIL DA FOLHA"
               DISPLAY "71 - ADIANTAMENTO QUINZENAL DE SALARIO"
               DISPLAY "73 - REMESSA DE PENSAO ALIMENTICIA"
               DISPLAY "76 - IMPORTACAO DOS EVENTOS DE VENDAS (CSV)"
               DISPLAY "77 - FOLHA COMPLEMENTAR"
               DISPLAY "79 - CONCILIACAO E LIBERACAO DA REMESSA"
               DISPLAY "81 - CONVERSAO DO HISTORICO (EXECUCAO UNICA)"
               DISPLAY "82 - CONVERSAO DO HISTORICO P/ HORISTAS"
               DISPLAY "84 - CONVERSAO DOS CARGOS (EXECUCAO UNICA)"
               DISPLAY "86 - CONVERSAO DOS CARGOS P/ EXAMES (ASO)"
               DISPLAY "90 - CONVERSAO DO HISTORICO P/ GESTOR"
               DISPLAY "93 - DECLARACAO ANUAL DA RAIS"
               DISPLAY "94 - RELATORIO DO TITULAR DE DADOS (LGPD)"
               DISPLAY "95 - ANONIMIZACAO DO ARQUIVO HISTORICO"
               DISPLAY "97 - RETENCAO DOS ARQUIVOS DE MOVIMENTO"
               DISPLAY "98 - CONSULTA AOS ARQUIVOS DE RETENCAO"
               DISPLAY "101 - RESTAURACAO DO BACKUP COMPLETO"
               DISPLAY "102 - POSICAO DO FUNCIONARIO NUMA DATA"
               DISPLAY "103 - AUTORIZACAO PREVIA DE HORAS EXTRAS"
               DISPLAY "105 - DECISAO DAS HORAS EXTRAS RETIDAS"
               DISPLAY "106 - INDICE DE ABSENTEISMO POR DEPARTAMENTO"
               DISPLAY "107 - COMPA-RATIO POR CARGO E DEPARTAMENTO"
               DISPLAY "108 - DISTRIBUICAO DA PLR"
               DISPLAY "112 - MATRIZ E PROPOSTA DE MERITO"
               DISPLAY "113 - APLICACAO DO MERITO APROVADO"
           END-IF.
           DISPLAY "99 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
                   PERFORM CHAMAR-SE-SUPERVISOR-101
               WHEN "65"
                   PERFORM CHAMAR-SE-SUPERVISOR-102
               WHEN "66"
                   CALL "PROG104"
               WHEN "67"
                   PERFORM CHAMAR-SE-SUPERVISOR-103
               WHEN "68"
                   PERFORM CHAMAR-SE-SUPERVISOR-105
               WHEN "69"
                   CALL "PROG106"
               WHEN "70"
                   PERFORM CHAMAR-SE-SUPERVISOR-107
               WHEN "71"
                   PERFORM CHAMAR-SE-SUPERVISOR-108
               WHEN "72"
                   CALL "PROG109"
               WHEN "73"
                   PERFORM CHAMAR-SE-SUPERVISOR-110
               WHEN "74"
                   CALL "PROG111"
               WHEN "75"
                   CALL "PROG112"
               WHEN "76"
                   PERFORM CHAMAR-SE-SUPERVISOR-113
               WHEN "77"
                   PERFORM CHAMAR-SE-SUPERVISOR-114
               WHEN "78"
                   CALL "PROG115"
               WHEN "79"
                   PERFORM CHAMAR-SE-SUPERVISOR-116
               WHEN "80"
                   CALL "PROG118"
               WHEN "81"
                   PERFORM CHAMAR-SE-SUPERVISOR-117
               WHEN "82"
                   PERFORM CHAMAR-SE-SUPERVISOR-119
               WHEN "83"
                   CALL "PROG120"
               WHEN "84"
                   PERFORM CHAMAR-SE-SUPERVISOR-121
               WHEN "85"
                   CALL "PROG122"
               WHEN "86"
                   PERFORM CHAMAR-SE-SUPERVISOR-123
               WHEN "87"
                   CALL "PROG124"
               WHEN "88"
                   CALL "PROG125"
               WHEN "89"
                   CALL "PROG126"
               WHEN "90"
                   PERFORM CHAMAR-SE-SUPERVISOR-127
               WHEN "91"
                   CALL "PROG128"
               WHEN "92"
                   CALL "PROG130"
               WHEN "93"
                   PERFORM CHAMAR-SE-SUPERVISOR-131
               WHEN "94"
                   PERFORM CHAMAR-SE-SUPERVISOR-132
               WHEN "95"
                   PERFORM CHAMAR-SE-SUPERVISOR-133
               WHEN "96"
                   CALL "PROG134"
               WHEN "97"
                   PERFORM CHAMAR-SE-SUPERVISOR-135
               WHEN "98"
                   PERFORM CHAMAR-SE-SUPERVISOR-136
               WHEN "99"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN "100"
                   CALL "PROG137"
               WHEN "101"
                   PERFORM CHAMAR-SE-SUPERVISOR-138
               WHEN "102"
                   PERFORM CHAMAR-SE-SUPERVISOR-139
               WHEN "103"
                   PERFORM CHAMAR-SE-SUPERVISOR-140
               WHEN "104"
                   CALL "PROG141"
               WHEN "105"
                   PERFORM CHAMAR-SE-SUPERVISOR-142
               WHEN "106"
                   PERFORM CHAMAR-SE-SUPERVISOR-143
               WHEN "107"
                   PERFORM CHAMAR-SE-SUPERVISOR-144
               WHEN "108"
                   PERFORM CHAMAR-SE-SUPERVISOR-145
               WHEN "109"
                   CALL "PROG146"
               WHEN "110"
                   CALL "PROG147"
               WHEN "111"
                   CALL "PROG148"
               WHEN "112"
                   PERFORM CHAMAR-SE-SUPERVISOR-149
               WHEN "113"
                   PERFORM CHAMAR-SE-SUPERVISOR-150
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-103.
           IF SUPERVISOR-LOGADO
               CALL "PROG103"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-105.
           IF SUPERVISOR-LOGADO
               CALL "PROG105"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-107.
           IF SUPERVISOR-LOGADO
               CALL "PROG107"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-108.
           IF SUPERVISOR-LOGADO
               CALL "PROG108"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-110.
           IF SUPERVISOR-LOGADO
               CALL "PROG110"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-113.
           IF SUPERVISOR-LOGADO
               CALL "PROG113"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-114.
           IF SUPERVISOR-LOGADO
               CALL "PROG114"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-116.
           IF SUPERVISOR-LOGADO
               CALL "PROG116"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-117.
           IF SUPERVISOR-LOGADO
               CALL "PROG117"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-119.
           IF SUPERVISOR-LOGADO
               CALL "PROG119"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-121.
           IF SUPERVISOR-LOGADO
               CALL "PROG121"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-123.
           IF SUPERVISOR-LOGADO
               CALL "PROG123"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-127.
           IF SUPERVISOR-LOGADO
               CALL "PROG127"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-131.
           IF SUPERVISOR-LOGADO
               CALL "PROG131"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-132.
           IF SUPERVISOR-LOGADO
               CALL "PROG132"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-133.
           IF SUPERVISOR-LOGADO
               CALL "PROG133"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-135.
           IF SUPERVISOR-LOGADO
               CALL "PROG135"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-136.
           IF SUPERVISOR-LOGADO
               CALL "PROG136"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-138.
           IF SUPERVISOR-LOGADO
               CALL "PROG138"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-139.
           IF SUPERVISOR-LOGADO
               CALL "PROG139"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-140.
           IF SUPERVISOR-LOGADO
               CALL "PROG140"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-142.
           IF SUPERVISOR-LOGADO
               CALL "PROG142"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-143.
           IF SUPERVISOR-LOGADO
               CALL "PROG143"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-144.
           IF SUPERVISOR-LOGADO
               CALL "PROG144"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-145.
           IF SUPERVISOR-LOGADO
               CALL "PROG145"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-149.
           IF SUPERVISOR-LOGADO
               CALL "PROG149"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.

       CHAMAR-SE-SUPERVISOR-150.
           IF SUPERVISOR-LOGADO
               CALL "PROG150"
           ELSE
               DISPLAY "ACESSO RESTRITO A SUPERVISORES"
           END-IF.
