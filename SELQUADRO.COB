      *> SELQUADRO TAB - SELECT CLAUSE FOR THE APPROVED HEADCOUNT
      *> TABLE (QUADRO DE VAGAS POR DEPARTAMENTO E CARGO). COPIED
      *> INTO O PROG124 (MANUTENCAO E RELATORIO) E NOS PROGRAMAS QUE
      *> OCUPAM UMA VAGA: ADMISSAO (PROG37, PROG76, PROG40, PROG101,
      *> PROG58), TRANSFERENCIA (PROG72) E PROMOCAO (PROG97). OPTIONAL
      *> PARA RODAR ANTES DO PRIMEIRO QUADRO CADASTRADO.
           SELECT OPTIONAL ARQUIVO-QUADRO ASSIGN TO "QUADROVAGAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUADRO-CHAVE.
