      *> FDRECEPCAO TAB - FILE DESCRIPTION FOR THE INCOMING FILE
      *> REGISTRY. UM REGISTRO POR ARQUIVO DE INTERFACE APRESENTADO:
      *> ORIGEM, PROGRAMA, NOME FISICO, DATA DO ARQUIVO (DO TRAILER
      *> "TRL" OU DO HEADER DO BANCO), CONTAGEM DE REGISTROS, HASH DE
      *> CONTROLE DO CONTEUDO, TRAILER, OPERADOR E A SITUACAO: SO OS
      *> PROCESSADOS ("P" E "F") CONTAM COMO JA RECEBIDOS NA CRITICA
      *> DE DUPLICIDADE; OS RECUSADOS FICAM COMO HISTORICO.
       FD  ARQUIVO-RECEPCAO
           LABEL RECORD STANDARD.
       01  RECP-REGISTRO.
           05  RECP-CHAVE.
               10  RECP-DATA-PROC     PIC 9(08).
               10  RECP-HORA-PROC     PIC 9(08).
               10  RECP-PROGRAMA      PIC X(08).
           05  RECP-ASSINATURA.
               10  RECP-ORIGEM        PIC X(08).
               10  RECP-HASH          PIC 9(10).
               10  RECP-REGISTROS     PIC 9(07).
           05  RECP-ARQUIVO           PIC X(30).
           05  RECP-DATA-ARQUIVO      PIC 9(08).
           05  RECP-TRAILER           PIC X(01).
               88  RECP-COM-TRAILER         VALUE "S".
               88  RECP-SEM-TRAILER         VALUE "N".
           05  RECP-TRL-TOTAL         PIC 9(07).
           05  RECP-OPERADOR          PIC X(10).
           05  RECP-SITUACAO          PIC X(01).
               88  RECP-PROCESSADO          VALUE "P".
               88  RECP-FORCADO             VALUE "F".
               88  RECP-INTERROMPIDO        VALUE "I".
               88  RECP-RECUSADO-DUPLICADO  VALUE "D".
               88  RECP-RECUSADO-TRAILER    VALUE "T".
               88  RECP-JA-RECEBIDO         VALUES "P" "F".
