      *> SELPIN TAB - SELECT CLAUSE FOR THE EMPLOYEE SELF-SERVICE PIN
      *> FILE. COPIED INTO O PROG128 (EMISSAO E REINICIO DO PIN PELO
      *> RH) E NO PROG129 (TERMINAL DE AUTOATENDIMENTO). OPTIONAL
      *> PARA O PRIMEIRO PIN AINDA SEM O ARQUIVO CRIADO.
           SELECT OPTIONAL ARQUIVO-PIN ASSIGN TO "PINFUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-CODIGO.
