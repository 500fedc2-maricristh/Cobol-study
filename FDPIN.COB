      *> FDPIN TAB - FILE DESCRIPTION FOR THE EMPLOYEE SELF-SERVICE PIN
      *> FILE. UM REGISTRO POR FUNCIONARIO COM O PIN DE 6 DIGITOS DO
      *> AUTOATENDIMENTO. O RH EMITE OU REINICIA O PIN (PROG128) COM
      *> UM PIN PROVISORIO QUE O FUNCIONARIO E OBRIGADO A TROCAR NO
      *> PRIMEIRO ACESSO. O PROG129 CONTA AS FALHAS SEGUIDAS E, NA
      *> TERCEIRA, BLOQUEIA O PIN ATE O RH REINICIA-LO.
       FD  ARQUIVO-PIN
           LABEL RECORD STANDARD.
       01  PIN-REGISTRO.
           05  PIN-CODIGO          PIC 9(05).
           05  PIN-SENHA           PIC X(06).
           05  PIN-STATUS          PIC X(01).
               88  PIN-ATIVO             VALUE "A".
               88  PIN-BLOQUEADO         VALUE "B".
               88  PIN-CANCELADO         VALUE "C".
      *> FALHAS DE PIN SEGUIDAS, ZERADAS A CADA ACESSO CORRETO
           05  PIN-FALHAS          PIC 9(01).
      *> "S" = PIN PROVISORIO DO RH, TROCA OBRIGATORIA NO ACESSO
           05  PIN-TROCAR          PIC X(01).
               88  PIN-PROVISORIO        VALUE "S".
           05  PIN-DT-EMISSAO      PIC 9(08).
           05  PIN-OPERADOR        PIC X(10).
           05  PIN-DT-ULT-ACESSO   PIC 9(08).
           05  PIN-HORA-ULT-ACESSO PIC 9(08).
