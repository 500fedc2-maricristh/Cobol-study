      *> SELHOLENVIO TAB - SELECT CLAUSE FOR THE PAYSLIP DISTRIBUTION
      *> CONTROL FILE. COPIED INTO O PROG130 (GERACAO, RETORNO DO
      *> GATEWAY E RELATORIO) E NO PROG53 (QUE NAO IMPRIME EM PAPEL O
      *> CONTRACHEQUE JA ENVIADO POR E-MAIL). OPTIONAL PARA O PROG53
      *> RODAR ANTES DA PRIMEIRA DISTRIBUICAO.
           SELECT OPTIONAL ARQUIVO-HOLENVIO ASSIGN TO "HOLENVIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLENV-CHAVE.
