      *> FDHOLADESAO TAB - FILE DESCRIPTION FOR THE ELECTRONIC PAYSLIP
      *> OPT-IN FILE. UM REGISTRO POR FUNCIONARIO QUE ADERIU AO
      *> CONTRACHEQUE POR E-MAIL (ENVIADO PARA O FUNCIONARIO-EMAIL DO
      *> MASTER). A DESISTENCIA E LOGICA: O REGISTRO FICA COM "N" E A
      *> DATA E O OPERADOR DA ULTIMA MUDANCA.
       FD  ARQUIVO-HOLADESAO
           LABEL RECORD STANDARD.
       01  HOLAD-REGISTRO.
           05  HOLAD-CODIGO      PIC 9(05).
           05  HOLAD-STATUS      PIC X(01).
               88  HOLAD-OPTANTE         VALUE "S".
               88  HOLAD-DESISTENTE      VALUE "N".
           05  HOLAD-DATA        PIC 9(08).
           05  HOLAD-OPERADOR    PIC X(10).
