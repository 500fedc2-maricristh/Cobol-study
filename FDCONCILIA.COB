      *> FDCONCILIA TAB - FILE DESCRIPTION FOR THE PAYROLL
      *> RECONCILIATION CONTROL FILE. UM REGISTRO POR COMPETENCIA E
      *> EMPRESA DA REMESSA DE CREDITO SALARIAL. NASCE "N" (NAO
      *> LIBERADA) QUANDO O PROG67 GERA A REMESSA E SO VIRA "L"
      *> (LIBERADA PARA O BANCO) QUANDO A CONCILIACAO DO PROG116 FECHA
      *> SEM DIFERENCAS ENTRE RUBRICAS, HISTORICO E REMESSA. A
      *> CONFERENCIA DO RETORNO DO BANCO, QUE SO EXISTE DEPOIS DO
      *> ENVIO, FICA NA SITUACAO DO RETORNO (P=PENDENTE C=CONFERIDO
      *> D=DIVERGENTE) E NAO SEGURA A LIBERACAO.
       FD  ARQUIVO-CONCILIA
           LABEL RECORD STANDARD.
       01  CONC-REGISTRO.
           05  CONC-CHAVE.
               10  CONC-COMPETENCIA  PIC 9(06).
               10  CONC-EMPRESA      PIC X(02).
           05  CONC-SITUACAO         PIC X(01).
               88  CONC-NAO-LIBERADA       VALUE "N".
               88  CONC-LIBERADA           VALUE "L".
      *> QUANTIDADE E TOTAL DO TRAILER "9" NA GERACAO DA REMESSA
           05  CONC-QTD-REMESSA      PIC 9(05).
           05  CONC-TOTAL-REMESSA    PIC 9(12).
           05  CONC-DT-REMESSA       PIC 9(08).
      *> ULTIMA CONCILIACAO RODADA E QUANTAS DIFERENCAS ACHOU
           05  CONC-DT-CONCILIACAO   PIC 9(08).
           05  CONC-HORA-CONCILIACAO PIC 9(08).
           05  CONC-OPERADOR         PIC X(10).
           05  CONC-QTD-DIFERENCAS   PIC 9(05).
           05  CONC-RETORNO          PIC X(01).
               88  CONC-RETORNO-PENDENTE   VALUE "P".
               88  CONC-RETORNO-CONFERIDO  VALUE "C".
               88  CONC-RETORNO-DIVERGENTE VALUE "D".
