      *> SELHOLADESAO TAB - SELECT CLAUSE FOR THE ELECTRONIC PAYSLIP
      *> OPT-IN FILE. COPIED INTO O PROG130 (ADESAO E DISTRIBUICAO DO
      *> CONTRACHEQUE POR E-MAIL). OPTIONAL PARA A PRIMEIRA ADESAO
      *> AINDA SEM O ARQUIVO CRIADO.
           SELECT OPTIONAL ARQUIVO-HOLADESAO ASSIGN TO "HOLADESAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLAD-CODIGO.
