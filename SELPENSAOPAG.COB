      *> SELPENSAOPAG TAB - SELECT CLAUSE FOR THE ALIMONY PAYMENT
      *> LEDGER. GRAVADO PELO PDPENSAO NA FOLHA OFICIAL (PROG41), NA
      *> SEGUNDA PARCELA DO 13 (PROG55) E NA APROVACAO DO
      *> DESLIGAMENTO (PROG92); LIDO E MARCADO PELA REMESSA AOS
      *> BENEFICIARIOS (PROG110). OPTIONAL PARA A PRIMEIRA EXECUCAO.
           SELECT OPTIONAL ARQUIVO-PENSAOPAG ASSIGN TO "PENSAOPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPAG-CHAVE.
