      *> SELACESSO TAB - SELECT CLAUSE FOR THE SELF-SERVICE ACCESS LOG
      *> COPIED INTO O PROG129 (GRAVA CADA ACESSO, OPEN EXTEND) E NO
      *> PROG128 (CONSULTA DOS ACESSOS DE UM FUNCIONARIO PELO RH).
      *> OPTIONAL PARA A CONSULTA ANTES DO PRIMEIRO ACESSO GRAVADO.
           SELECT OPTIONAL ARQUIVO-ACESSO ASSIGN TO "ACESSOAUTO"
               ORGANIZATION IS LINE SEQUENTIAL.
