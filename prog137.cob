       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG137.
      *> BACKUP COMPLETO E CONSISTENTE DE TODOS OS ARQUIVOS INDEXADOS
      *> DESCARREGA NA MESMA EXECUCAO O MASTER, O HISTORICO, AS
      *> TABELAS, A FOLHA, O PONTO, AS FERIAS, O BANCO DE HORAS, OS
      *> EMPRESTIMOS E OS DEMAIS ARQUIVOS INDEXADOS NUM UNICO ARQUIVO
      *> SEQUENCIAL DATADO (O CONJUNTO), UMA SECAO POR ARQUIVO, CADA
      *> UMA FECHADA POR UM TRAILER "TRL" COM A CONTAGEM. O CONJUNTO
      *> E CATALOGADO NUMA UNICA ENTRADA COM A CONTAGEM E O TRAILER DE
      *> CADA ARQUIVO, E A RETENCAO MANTEM OS ULTIMOS CONJUNTOS, COMO
      *> NO PROG39. O MASTER FICA ABERTO COM USO EXCLUSIVO DURANTE
      *> TODA A DESCARGA, O QUE SEGURA A MANUTENCAO E OS LOTES QUE O
      *> ATUALIZAM E GARANTE UMA FOTO UNICA DE TODOS OS ARQUIVOS.
      *> NAO PERGUNTA NADA: PODE RODAR NA AGENDA DO PROG91 DEPOIS DO
      *> FECHAMENTO. A RESTAURACAO E FEITA PELO PROG138.
      *> OS CATALOGOS DE BACKUP (PROG39 E ESTE) E O CONTROLE DE
      *> REINICIO DO PONTO FICAM FORA DO CONJUNTO. O REGISTRO DE
      *> ARQUIVOS RECEBIDOS (ARQRECEBIDOS) ENTRA, PARA QUE UMA
      *> RESTAURACAO NAO DEIXE REPROCESSAR UM ARQUIVO JA CARREGADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELARQHIST TAB
           COPY "SELARQHIST.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELTURNO TAB
           COPY "SELTURNO.COB".
      *> SELEMPRESA TAB
           COPY "SELEMPRESA.COB".
      *> SELOPERADOR TAB
           COPY "SELOPERADOR.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELCRITPONTO TAB
           COPY "SELCRITPONTO.COB".
      *> SELCALEND TAB
           COPY "SELCALEND.COB".
      *> SELBANCOHORAS TAB
           COPY "SELBANCOHORAS.COB".
      *> SELRECEPCAO TAB
           COPY "SELRECEPCAO.COB".
      *> SELMATRIZMERITO TAB
           COPY "SELMATRIZMERITO.COB".
      *> SELAVALIACAO TAB
           COPY "SELAVALIACAO.COB".
      *> SELCANDIDATO TAB
           COPY "SELCANDIDATO.COB".
      *> SELREQUISICAO TAB
           COPY "SELREQUISICAO.COB".
      *> SELPLRDIST TAB
           COPY "SELPLRDIST.COB".
      *> SELPLR TAB
           COPY "SELPLR.COB".
      *> SELAUTHE TAB
           COPY "SELAUTHE.COB".
      *> SELHERETIDA TAB
           COPY "SELHERETIDA.COB".
      *> SELFERIAS TAB
           COPY "SELFERIAS.COB".
      *> SELAFASTAMENTO TAB
           COPY "SELAFASTAMENTO.COB".
      *> SELEXAME TAB
           COPY "SELEXAME.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELEVENTOVAR TAB
           COPY "SELEVENTOVAR.COB".
      *> SELRUBRICA TAB
           COPY "SELRUBRICA.COB".
      *> SELTABDESC TAB
           COPY "SELTABDESC.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELCONTABIL TAB
           COPY "SELCONTABIL.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
      *> SELADIANTAMENTO TAB
           COPY "SELADIANTAMENTO.COB".
      *> SELDIFSAL TAB
           COPY "SELDIFSAL.COB".
      *> SELBENEFICIO TAB
           COPY "SELBENEFICIO.COB".
      *> SELEMPRESTIMO TAB
           COPY "SELEMPRESTIMO.COB".
      *> SELPENSAO TAB
           COPY "SELPENSAO.COB".
      *> SELPENSAOPAG TAB
           COPY "SELPENSAOPAG.COB".
      *> SELFGTS TAB
           COPY "SELFGTS.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
      *> SELCONCILIA TAB
           COPY "SELCONCILIA.COB".
      *> SELPENDENTE TAB
           COPY "SELPENDENTE.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
      *> SELPIN TAB
           COPY "SELPIN.COB".
      *> SELHOLADESAO TAB
           COPY "SELHOLADESAO.COB".
      *> SELHOLENVIO TAB
           COPY "SELHOLENVIO.COB".
      *> SELCATRETEN TAB
           COPY "SELCATRETEN.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> MESMO ARQUIVO DO ORCAMENTO DO PROG87
           SELECT OPTIONAL ARQUIVO-ORCAMENTO ASSIGN TO "ORCAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE.
      *> MESMO ARQUIVO DA AGENDA DE JOBS DO PROG91
           SELECT OPTIONAL ARQUIVO-AGENDA ASSIGN TO "AGENDAJOBS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGJ-SEQUENCIA.
      *> SELCONJUNTO TAB
           COPY "SELCONJUNTO.COB".
      *> SELCATCONJ TAB
           COPY "SELCATCONJ.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDARQHIST TAB
           COPY "FDARQHIST.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDTURNO TAB
           COPY "FDTURNO.COB".
      *> FDEMPRESA TAB
           COPY "FDEMPRESA.COB".
      *> FDOPERADOR TAB
           COPY "FDOPERADOR.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDCRITPONTO TAB
           COPY "FDCRITPONTO.COB".
      *> FDCALEND TAB
           COPY "FDCALEND.COB".
      *> FDBANCOHORAS TAB
           COPY "FDBANCOHORAS.COB".
      *> FDRECEPCAO TAB
           COPY "FDRECEPCAO.COB".
      *> FDMATRIZMERITO TAB
           COPY "FDMATRIZMERITO.COB".
      *> FDAVALIACAO TAB
           COPY "FDAVALIACAO.COB".
      *> FDCANDIDATO TAB
           COPY "FDCANDIDATO.COB".
      *> FDREQUISICAO TAB
           COPY "FDREQUISICAO.COB".
      *> FDPLRDIST TAB
           COPY "FDPLRDIST.COB".
      *> FDPLR TAB
           COPY "FDPLR.COB".
      *> FDAUTHE TAB
           COPY "FDAUTHE.COB".
      *> FDHERETIDA TAB
           COPY "FDHERETIDA.COB".
      *> FDFERIAS TAB
           COPY "FDFERIAS.COB".
      *> FDAFASTAMENTO TAB
           COPY "FDAFASTAMENTO.COB".
      *> FDEXAME TAB
           COPY "FDEXAME.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDEVENTOVAR TAB
           COPY "FDEVENTOVAR.COB".
      *> FDRUBRICA TAB
           COPY "FDRUBRICA.COB".
      *> FDTABDESC TAB
           COPY "FDTABDESC.COB".
      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".
      *> FDCONTABIL TAB
           COPY "FDCONTABIL.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
      *> FDADIANTAMENTO TAB
           COPY "FDADIANTAMENTO.COB".
      *> FDDIFSAL TAB
           COPY "FDDIFSAL.COB".
      *> FDBENEFICIO TAB
           COPY "FDBENEFICIO.COB".
      *> FDEMPRESTIMO TAB
           COPY "FDEMPRESTIMO.COB".
      *> FDPENSAO TAB
           COPY "FDPENSAO.COB".
      *> FDPENSAOPAG TAB
           COPY "FDPENSAOPAG.COB".
      *> FDFGTS TAB
           COPY "FDFGTS.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
      *> FDCONCILIA TAB
           COPY "FDCONCILIA.COB".
      *> FDPENDENTE TAB
           COPY "FDPENDENTE.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".
      *> FDPIN TAB
           COPY "FDPIN.COB".
      *> FDHOLADESAO TAB
           COPY "FDHOLADESAO.COB".
      *> FDHOLENVIO TAB
           COPY "FDHOLENVIO.COB".
      *> FDCATRETEN TAB
           COPY "FDCATRETEN.COB".
      *> FDCATSPOOL TAB
           COPY "FDCATSPOOL.COB".

      *> MESMO LAYOUT DO ORCAMENTO DO PROG87
       FD  ARQUIVO-ORCAMENTO
           LABEL RECORD STANDARD.
       01  ORC-REGISTRO.
           05  ORC-CHAVE.
               10  ORC-DEPARTAMENTO PIC X(03).
               10  ORC-COMPETENCIA  PIC 9(06).
           05  ORC-VALOR            PIC 9(08)V9(02).

      *> MESMO LAYOUT DA AGENDA DE JOBS DO PROG91
       FD  ARQUIVO-AGENDA
           LABEL RECORD STANDARD.
       01  AGJ-REGISTRO.
           05  AGJ-SEQUENCIA     PIC 9(02).
           05  AGJ-PROGRAMA      PIC X(08).
           05  AGJ-PERIODICIDADE PIC X(01).
               88  AGJ-DIARIO          VALUE "D".
               88  AGJ-SEMANAL         VALUE "S".
               88  AGJ-MENSAL          VALUE "M".
           05  AGJ-DEPENDENCIA   PIC X(08).
           05  AGJ-STATUS        PIC X(01).
               88  AGJ-ATIVO           VALUE "A".
               88  AGJ-INATIVO         VALUE "I".

      *> FDCONJUNTO TAB
           COPY "FDCONJUNTO.COB".
      *> FDCATCONJ TAB
           COPY "FDCATCONJ.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
      *> WSCONJUNTO TAB (NOME FISICO E TABELA DE ARQUIVOS DO CONJUNTO)
           COPY "WSCONJUNTO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DO-CATALOGO   PIC X(01) VALUE "N".
           88  ACABOU-CATALOGO       VALUE "S".
       01  WS-ARQ-CORRENTE   PIC X(14) VALUE SPACES.
       01  WS-QTD-COPIADOS   PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-GERAL    PIC 9(09) VALUE ZEROS.
       01  WS-SEQ-GERACAO    PIC 9(05) VALUE ZEROS.
      *> RETENCAO: QUANTOS CONJUNTOS FICAM NO DISCO; OS MAIS ANTIGOS
      *> SAO EXPURGADOS DEPOIS DE CADA BACKUP BEM SUCEDIDO
       01  WS-GERACOES-RETIDAS PIC 9(02) VALUE 7.
       01  WS-SEQ-CORTE      PIC S9(05) VALUE ZEROS.
       01  WS-QTD-EXPURGADAS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG137" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           DISPLAY "===== BACKUP COMPLETO DO SISTEMA =====".
      *> USO EXCLUSIVO DO MASTER DURANTE TODA A DESCARGA: COM A
      *> MANUTENCAO OU UM LOTE ABERTO O CONJUNTO SAIRIA INCONSISTENTE
           OPEN INPUT ARQUIVO-FUNCIONARIO WITH LOCK.
           IF NOT FS-FUNC-OK
               DISPLAY "ARQUIVO DE FUNCIONARIOS EM USO (STATUS "
                   WS-FS-FUNCIONARIO "), BACKUP NAO EXECUTADO"
               MOVE "F" TO WS-JORNAL-STATUS
               MOVE ZEROS TO WS-JORNAL-REGISTROS
           ELSE
               PERFORM EXECUTAR-BACKUP-CONJUNTO
               IF WS-TOTAL-GERAL > 99999
                   MOVE 99999 TO WS-JORNAL-REGISTROS
               ELSE
                   MOVE WS-TOTAL-GERAL TO WS-JORNAL-REGISTROS
               END-IF
               MOVE "S" TO WS-JORNAL-STATUS
           END-IF.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
      *> O RETURN-CODE AVISA O DESPACHO DA AGENDA (PROG91) QUANDO O
      *> BACKUP NAO TERMINOU COM SUCESSO
           IF WS-JORNAL-STATUS = "S"
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
        GOBACK.

       EXECUTAR-BACKUP-CONJUNTO.
           PERFORM RESERVAR-GERACAO.
           MOVE ZEROS TO WS-CONJ-QTD-ARQUIVOS.
           MOVE ZEROS TO WS-TOTAL-GERAL.
           OPEN OUTPUT ARQUIVO-CONJUNTO.
           PERFORM COPIAR-FUNCIONARIO.
           PERFORM COPIAR-HISTORICO.
           PERFORM COPIAR-DEPARTAMENTO.
           PERFORM COPIAR-CARGO.
           PERFORM COPIAR-TURNO.
           PERFORM COPIAR-EMPRESA.
           PERFORM COPIAR-OPERADOR.
           PERFORM COPIAR-DEPENDENTE.
           PERFORM COPIAR-PONTO.
           PERFORM COPIAR-CRITPONTO.
           PERFORM COPIAR-CALENDARIO.
           PERFORM COPIAR-BANCOHORAS.
           PERFORM COPIAR-RECEPCAO.
           PERFORM COPIAR-MATRIZMERITO.
           PERFORM COPIAR-AVALIACAO.
           PERFORM COPIAR-CANDIDATO.
           PERFORM COPIAR-REQUISICAO.
           PERFORM COPIAR-PLRDIST.
           PERFORM COPIAR-PLR.
           PERFORM COPIAR-AUTHE.
           PERFORM COPIAR-HERETIDA.
           PERFORM COPIAR-FERIAS.
           PERFORM COPIAR-AFASTAMENTO.
           PERFORM COPIAR-EXAME.
           PERFORM COPIAR-FOLHAHIST.
           PERFORM COPIAR-FOLHAEVT.
           PERFORM COPIAR-EVENTOVAR.
           PERFORM COPIAR-RUBRICA.
           PERFORM COPIAR-TABDESC.
           PERFORM COPIAR-TABIMPOSTO.
           PERFORM COPIAR-CONTABIL.
           PERFORM COPIAR-FECHAMENTO.
           PERFORM COPIAR-ADIANTAMENTO.
           PERFORM COPIAR-DIFSAL.
           PERFORM COPIAR-BENEFICIO.
           PERFORM COPIAR-EMPRESTIMO.
           PERFORM COPIAR-PENSAO.
           PERFORM COPIAR-PENSAOPAG.
           PERFORM COPIAR-FGTS.
           PERFORM COPIAR-DESLIGAMENTO.
           PERFORM COPIAR-CONCILIA.
           PERFORM COPIAR-PENDENTE.
           PERFORM COPIAR-QUADRO.
           PERFORM COPIAR-PIN.
           PERFORM COPIAR-HOLADESAO.
           PERFORM COPIAR-HOLENVIO.
           PERFORM COPIAR-CATRETEN.
           PERFORM COPIAR-CATSPOOL.
           PERFORM COPIAR-ORCAMENTO.
           PERFORM COPIAR-AGENDA.
           CLOSE ARQUIVO-CONJUNTO.
           PERFORM CATALOGAR-GERACAO.
           DISPLAY "ARQUIVOS NO CONJUNTO............: "
               WS-CONJ-QTD-ARQUIVOS.
           DISPLAY "TOTAL DE REGISTROS COPIADOS.....: " WS-TOTAL-GERAL.
      *> O AVISO SAI ANTES DA RETENCAO, QUE REAPROVEITA O
      *> WS-CONJ-ARQUIVO PARA ESVAZIAR OS CONJUNTOS ANTIGOS
           DISPLAY "CONJUNTO GRAVADO EM " WS-CONJ-ARQUIVO
               " (CATALOGO " WS-SEQ-GERACAO ")".
           PERFORM APLICAR-RETENCAO.

      *> RESERVA O PROXIMO NUMERO DE GERACAO NO CATALOGO E MONTA O
      *> NOME FISICO DATADO DESTA EXECUCAO
       RESERVAR-GERACAO.
           MOVE ZEROS TO WS-SEQ-GERACAO.
           MOVE "N" TO FIM-DO-CATALOGO.
           OPEN INPUT ARQUIVO-CATCONJ.
           MOVE ZEROS TO CATC-SEQUENCIA.
           START ARQUIVO-CATCONJ KEY IS NOT LESS THAN CATC-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO FIM-DO-CATALOGO
           END-START.
           PERFORM ACHAR-ULTIMA-GERACAO UNTIL ACABOU-CATALOGO.
           CLOSE ARQUIVO-CATCONJ.
           ADD 1 TO WS-SEQ-GERACAO.
           MOVE SPACES TO WS-CONJ-ARQUIVO.
           STRING "BACKUPCONJUNTO.G" DELIMITED BY SIZE
               WS-SEQ-GERACAO DELIMITED BY SIZE
               INTO WS-CONJ-ARQUIVO
           END-STRING.

       ACHAR-ULTIMA-GERACAO.
           READ ARQUIVO-CATCONJ NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CATALOGO
               NOT AT END
                   MOVE CATC-SEQUENCIA TO WS-SEQ-GERACAO
           END-READ.

      *> CADA ARQUIVO E UMA SECAO DO CONJUNTO: REGISTROS "REG" COM A
      *> IMAGEM INTACTA E, NO FIM, O TRAILER "TRL" COM A CONTAGEM
       INICIAR-COPIA.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE ZEROS TO WS-QTD-COPIADOS.

       GRAVAR-IMAGEM.
           MOVE WS-ARQ-CORRENTE TO CONJ-ARQUIVO.
           MOVE "REG" TO CONJ-MARCA.
           WRITE CONJ-REGISTRO.
           ADD 1 TO WS-QTD-COPIADOS.

       ENCERRAR-COPIA.
           MOVE SPACES TO CONJ-REGISTRO.
           MOVE WS-ARQ-CORRENTE TO CONJ-ARQUIVO.
           MOVE "TRL" TO CONJ-MARCA.
           MOVE WS-QTD-COPIADOS TO CONJ-TRL-TOTAL.
           WRITE CONJ-REGISTRO.
           ADD 1 TO WS-CONJ-QTD-ARQUIVOS.
           MOVE WS-ARQ-CORRENTE
               TO WS-CONJ-ARQ-NOME (WS-CONJ-QTD-ARQUIVOS).
           MOVE WS-QTD-COPIADOS
               TO WS-CONJ-ARQ-REGISTROS (WS-CONJ-QTD-ARQUIVOS).
           MOVE CONJ-TRL-TOTAL
               TO WS-CONJ-ARQ-TRAILER (WS-CONJ-QTD-ARQUIVOS).
           ADD WS-QTD-COPIADOS TO WS-TOTAL-GERAL.
           DISPLAY WS-ARQ-CORRENTE " REGISTROS: " WS-QTD-COPIADOS.

       COPIAR-FUNCIONARIO.
           MOVE "FUNCIONARIO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
      *> O MASTER JA ESTA ABERTO COM USO EXCLUSIVO
           PERFORM LER-FUNCIONARIO.
           PERFORM DESCARREGAR-FUNCIONARIO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM ENCERRAR-COPIA.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE FUNCIONARIOS, "
                   "STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DO-ARQUIVO
           END-IF.

       DESCARREGAR-FUNCIONARIO.
           MOVE FUNCIONARIO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-FUNCIONARIO.

       COPIAR-HISTORICO.
           MOVE "ARQHISTORICO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-HISTORICO.
           PERFORM LER-HISTORICO.
           PERFORM DESCARREGAR-HISTORICO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-HISTORICO.
           PERFORM ENCERRAR-COPIA.

       LER-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-HISTORICO.
           MOVE ARQH-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-HISTORICO.

       COPIAR-DEPARTAMENTO.
           MOVE "DEPARTAMENTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           PERFORM LER-DEPARTAMENTO.
           PERFORM DESCARREGAR-DEPARTAMENTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           PERFORM ENCERRAR-COPIA.

       LER-DEPARTAMENTO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-DEPARTAMENTO.
           MOVE DEPARTAMENTO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-DEPARTAMENTO.

       COPIAR-CARGO.
           MOVE "CARGO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CARGO.
           PERFORM LER-CARGO.
           PERFORM DESCARREGAR-CARGO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CARGO.
           PERFORM ENCERRAR-COPIA.

       LER-CARGO.
           READ ARQUIVO-CARGO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CARGO.
           MOVE CARGO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CARGO.

       COPIAR-TURNO.
           MOVE "TURNO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-TURNO.
           PERFORM LER-TURNO.
           PERFORM DESCARREGAR-TURNO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-TURNO.
           PERFORM ENCERRAR-COPIA.

       LER-TURNO.
           READ ARQUIVO-TURNO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-TURNO.
           MOVE TURNO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-TURNO.

       COPIAR-EMPRESA.
           MOVE "EMPRESA" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-EMPRESA.
           PERFORM LER-EMPRESA.
           PERFORM DESCARREGAR-EMPRESA UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-EMPRESA.
           PERFORM ENCERRAR-COPIA.

       LER-EMPRESA.
           READ ARQUIVO-EMPRESA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-EMPRESA.
           MOVE EMPRESA-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-EMPRESA.

       COPIAR-OPERADOR.
           MOVE "OPERADOR" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-OPERADOR.
           PERFORM LER-OPERADOR.
           PERFORM DESCARREGAR-OPERADOR UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-OPERADOR.
           PERFORM ENCERRAR-COPIA.

       LER-OPERADOR.
           READ ARQUIVO-OPERADOR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-OPERADOR.
           MOVE OPER-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-OPERADOR.

       COPIAR-DEPENDENTE.
           MOVE "DEPENDENTE" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           PERFORM LER-DEPENDENTE.
           PERFORM DESCARREGAR-DEPENDENTE UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-DEPENDENTE.
           PERFORM ENCERRAR-COPIA.

       LER-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-DEPENDENTE.
           MOVE DEP-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-DEPENDENTE.

       COPIAR-PONTO.
           MOVE "PONTOFUNC" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-PONTO.
           PERFORM LER-PONTO.
           PERFORM DESCARREGAR-PONTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PONTO.
           PERFORM ENCERRAR-COPIA.

       LER-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-PONTO.
           MOVE PONTO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-PONTO.

       COPIAR-CRITPONTO.
           MOVE "CRITICAPONTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CRITPONTO.
           PERFORM LER-CRITPONTO.
           PERFORM DESCARREGAR-CRITPONTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CRITPONTO.
           PERFORM ENCERRAR-COPIA.

       LER-CRITPONTO.
           READ ARQUIVO-CRITPONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CRITPONTO.
           MOVE CRIT-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CRITPONTO.

       COPIAR-CALENDARIO.
           MOVE "CALENDARIO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CALENDARIO.
           PERFORM LER-CALENDARIO.
           PERFORM DESCARREGAR-CALENDARIO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CALENDARIO.
           PERFORM ENCERRAR-COPIA.

       LER-CALENDARIO.
           READ ARQUIVO-CALENDARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CALENDARIO.
           MOVE CALEND-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CALENDARIO.

       COPIAR-BANCOHORAS.
           MOVE "BANCOHORAS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-BANCOHORAS.
           PERFORM LER-BANCOHORAS.
           PERFORM DESCARREGAR-BANCOHORAS UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-BANCOHORAS.
           PERFORM ENCERRAR-COPIA.

       LER-BANCOHORAS.
           READ ARQUIVO-BANCOHORAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-BANCOHORAS.
           MOVE BH-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-BANCOHORAS.

       COPIAR-RECEPCAO.
           MOVE "ARQRECEBIDOS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-RECEPCAO.
           PERFORM LER-RECEPCAO.
           PERFORM DESCARREGAR-RECEPCAO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-RECEPCAO.
           PERFORM ENCERRAR-COPIA.

       LER-RECEPCAO.
           READ ARQUIVO-RECEPCAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-RECEPCAO.
           MOVE RECP-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-RECEPCAO.

       COPIAR-MATRIZMERITO.
           MOVE "MATRIZMERITO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-MATRIZMERITO.
           PERFORM LER-MATRIZMERITO.
           PERFORM DESCARREGAR-MATRIZMERITO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-MATRIZMERITO.
           PERFORM ENCERRAR-COPIA.

       LER-MATRIZMERITO.
           READ ARQUIVO-MATRIZMERITO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-MATRIZMERITO.
           MOVE MERITO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-MATRIZMERITO.

       COPIAR-AVALIACAO.
           MOVE "AVALIACAO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-AVALIACAO.
           PERFORM LER-AVALIACAO.
           PERFORM DESCARREGAR-AVALIACAO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-AVALIACAO.
           PERFORM ENCERRAR-COPIA.

       LER-AVALIACAO.
           READ ARQUIVO-AVALIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-AVALIACAO.
           MOVE AVAL-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-AVALIACAO.

       COPIAR-CANDIDATO.
           MOVE "CANDIDATO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CANDIDATO.
           PERFORM LER-CANDIDATO.
           PERFORM DESCARREGAR-CANDIDATO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CANDIDATO.
           PERFORM ENCERRAR-COPIA.

       LER-CANDIDATO.
           READ ARQUIVO-CANDIDATO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CANDIDATO.
           MOVE CAND-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CANDIDATO.

       COPIAR-REQUISICAO.
           MOVE "REQUISICAO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-REQUISICAO.
           PERFORM LER-REQUISICAO.
           PERFORM DESCARREGAR-REQUISICAO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-REQUISICAO.
           PERFORM ENCERRAR-COPIA.

       LER-REQUISICAO.
           READ ARQUIVO-REQUISICAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-REQUISICAO.
           MOVE REQ-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-REQUISICAO.

       COPIAR-PLRDIST.
           MOVE "PLRDISTRIB" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-PLRDIST.
           PERFORM LER-PLRDIST.
           PERFORM DESCARREGAR-PLRDIST UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PLRDIST.
           PERFORM ENCERRAR-COPIA.

       LER-PLRDIST.
           READ ARQUIVO-PLRDIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-PLRDIST.
           MOVE PLRD-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-PLRDIST.

       COPIAR-PLR.
           MOVE "PLRREGRAS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-PLR.
           PERFORM LER-PLR.
           PERFORM DESCARREGAR-PLR UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PLR.
           PERFORM ENCERRAR-COPIA.

       LER-PLR.
           READ ARQUIVO-PLR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-PLR.
           MOVE PLR-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-PLR.

       COPIAR-AUTHE.
           MOVE "AUTORIZAHE" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-AUTHE.
           PERFORM LER-AUTHE.
           PERFORM DESCARREGAR-AUTHE UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-AUTHE.
           PERFORM ENCERRAR-COPIA.

       LER-AUTHE.
           READ ARQUIVO-AUTHE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-AUTHE.
           MOVE AUTHE-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-AUTHE.

       COPIAR-HERETIDA.
           MOVE "HORASRETIDAS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-HERETIDA.
           PERFORM LER-HERETIDA.
           PERFORM DESCARREGAR-HERETIDA UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-HERETIDA.
           PERFORM ENCERRAR-COPIA.

       LER-HERETIDA.
           READ ARQUIVO-HERETIDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-HERETIDA.
           MOVE HERET-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-HERETIDA.

       COPIAR-FERIAS.
           MOVE "FERIASFUNC" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-FERIAS.
           PERFORM LER-FERIAS.
           PERFORM DESCARREGAR-FERIAS UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FERIAS.
           PERFORM ENCERRAR-COPIA.

       LER-FERIAS.
           READ ARQUIVO-FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-FERIAS.
           MOVE FERIAS-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-FERIAS.

       COPIAR-AFASTAMENTO.
           MOVE "AFASTAMENTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           PERFORM LER-AFASTAMENTO.
           PERFORM DESCARREGAR-AFASTAMENTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-AFASTAMENTO.
           PERFORM ENCERRAR-COPIA.

       LER-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-AFASTAMENTO.
           MOVE AFAST-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-AFASTAMENTO.

       COPIAR-EXAME.
           MOVE "EXAMEASO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-EXAME.
           PERFORM LER-EXAME.
           PERFORM DESCARREGAR-EXAME UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-EXAME.
           PERFORM ENCERRAR-COPIA.

       LER-EXAME.
           READ ARQUIVO-EXAME NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-EXAME.
           MOVE EXAME-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-EXAME.

       COPIAR-FOLHAHIST.
           MOVE "FOLHAHIST" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           PERFORM LER-FOLHAHIST.
           PERFORM DESCARREGAR-FOLHAHIST UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FOLHAHIST.
           PERFORM ENCERRAR-COPIA.

       LER-FOLHAHIST.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-FOLHAHIST.
           MOVE FOLHAHIST-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-FOLHAHIST.

       COPIAR-FOLHAEVT.
           MOVE "FOLHAEVENTOS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           PERFORM LER-FOLHAEVT.
           PERFORM DESCARREGAR-FOLHAEVT UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FOLHAEVT.
           PERFORM ENCERRAR-COPIA.

       LER-FOLHAEVT.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-FOLHAEVT.
           MOVE FOLHAEVT-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-FOLHAEVT.

       COPIAR-EVENTOVAR.
           MOVE "EVENTOVAR" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-EVENTOVAR.
           PERFORM LER-EVENTOVAR.
           PERFORM DESCARREGAR-EVENTOVAR UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-EVENTOVAR.
           PERFORM ENCERRAR-COPIA.

       LER-EVENTOVAR.
           READ ARQUIVO-EVENTOVAR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-EVENTOVAR.
           MOVE EVAR-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-EVENTOVAR.

       COPIAR-RUBRICA.
           MOVE "TABRUBRICA" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-RUBRICA.
           PERFORM LER-RUBRICA.
           PERFORM DESCARREGAR-RUBRICA UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-RUBRICA.
           PERFORM ENCERRAR-COPIA.

       LER-RUBRICA.
           READ ARQUIVO-RUBRICA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-RUBRICA.
           MOVE RUB-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-RUBRICA.

       COPIAR-TABDESC.
           MOVE "TABDESCONTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-TABDESC.
           PERFORM LER-TABDESC.
           PERFORM DESCARREGAR-TABDESC UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-TABDESC.
           PERFORM ENCERRAR-COPIA.

       LER-TABDESC.
           READ ARQUIVO-TABDESC NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-TABDESC.
           MOVE TABDESC-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-TABDESC.

       COPIAR-TABIMPOSTO.
           MOVE "TABIMPOSTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           PERFORM LER-TABIMPOSTO.
           PERFORM DESCARREGAR-TABIMPOSTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-TABIMPOSTO.
           PERFORM ENCERRAR-COPIA.

       LER-TABIMPOSTO.
           READ ARQUIVO-TABIMPOSTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-TABIMPOSTO.
           MOVE TABIMP-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-TABIMPOSTO.

       COPIAR-CONTABIL.
           MOVE "TABCONTABIL" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CONTABIL.
           PERFORM LER-CONTABIL.
           PERFORM DESCARREGAR-CONTABIL UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CONTABIL.
           PERFORM ENCERRAR-COPIA.

       LER-CONTABIL.
           READ ARQUIVO-CONTABIL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CONTABIL.
           MOVE CTB-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CONTABIL.

       COPIAR-FECHAMENTO.
           MOVE "FECHAMENTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-FECHAMENTO.
           PERFORM LER-FECHAMENTO.
           PERFORM DESCARREGAR-FECHAMENTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FECHAMENTO.
           PERFORM ENCERRAR-COPIA.

       LER-FECHAMENTO.
           READ ARQUIVO-FECHAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-FECHAMENTO.
           MOVE FECH-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-FECHAMENTO.

       COPIAR-ADIANTAMENTO.
           MOVE "ADIANTAMENTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-ADIANTAMENTO.
           PERFORM LER-ADIANTAMENTO.
           PERFORM DESCARREGAR-ADIANTAMENTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-ADIANTAMENTO.
           PERFORM ENCERRAR-COPIA.

       LER-ADIANTAMENTO.
           READ ARQUIVO-ADIANTAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-ADIANTAMENTO.
           MOVE ADIANT-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-ADIANTAMENTO.

       COPIAR-DIFSAL.
           MOVE "DIFSALARIAL" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-DIFSAL.
           PERFORM LER-DIFSAL.
           PERFORM DESCARREGAR-DIFSAL UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-DIFSAL.
           PERFORM ENCERRAR-COPIA.

       LER-DIFSAL.
           READ ARQUIVO-DIFSAL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-DIFSAL.
           MOVE DIF-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-DIFSAL.

       COPIAR-BENEFICIO.
           MOVE "BENEFICIO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-BENEFICIO.
           PERFORM LER-BENEFICIO.
           PERFORM DESCARREGAR-BENEFICIO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-BENEFICIO.
           PERFORM ENCERRAR-COPIA.

       LER-BENEFICIO.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-BENEFICIO.
           MOVE BEN-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-BENEFICIO.

       COPIAR-EMPRESTIMO.
           MOVE "EMPRESTIMO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           PERFORM LER-EMPRESTIMO.
           PERFORM DESCARREGAR-EMPRESTIMO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-EMPRESTIMO.
           PERFORM ENCERRAR-COPIA.

       LER-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-EMPRESTIMO.
           MOVE EMP-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-EMPRESTIMO.

       COPIAR-PENSAO.
           MOVE "PENSAO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-PENSAO.
           PERFORM LER-PENSAO.
           PERFORM DESCARREGAR-PENSAO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PENSAO.
           PERFORM ENCERRAR-COPIA.

       LER-PENSAO.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-PENSAO.
           MOVE PENSAO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-PENSAO.

       COPIAR-PENSAOPAG.
           MOVE "PENSAOPAG" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-PENSAOPAG.
           PERFORM LER-PENSAOPAG.
           PERFORM DESCARREGAR-PENSAOPAG UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PENSAOPAG.
           PERFORM ENCERRAR-COPIA.

       LER-PENSAOPAG.
           READ ARQUIVO-PENSAOPAG NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-PENSAOPAG.
           MOVE PPAG-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-PENSAOPAG.

       COPIAR-FGTS.
           MOVE "FGTSEXTRATO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-FGTS.
           PERFORM LER-FGTS.
           PERFORM DESCARREGAR-FGTS UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FGTS.
           PERFORM ENCERRAR-COPIA.

       LER-FGTS.
           READ ARQUIVO-FGTS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-FGTS.
           MOVE FGTS-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-FGTS.

       COPIAR-DESLIGAMENTO.
           MOVE "DESLIGAMENTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-DESLIGAMENTO.
           PERFORM LER-DESLIGAMENTO.
           PERFORM DESCARREGAR-DESLIGAMENTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-DESLIGAMENTO.
           PERFORM ENCERRAR-COPIA.

       LER-DESLIGAMENTO.
           READ ARQUIVO-DESLIGAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-DESLIGAMENTO.
           MOVE DESLIG-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-DESLIGAMENTO.

       COPIAR-CONCILIA.
           MOVE "CONCILIACAO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CONCILIA.
           PERFORM LER-CONCILIA.
           PERFORM DESCARREGAR-CONCILIA UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CONCILIA.
           PERFORM ENCERRAR-COPIA.

       LER-CONCILIA.
           READ ARQUIVO-CONCILIA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CONCILIA.
           MOVE CONC-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CONCILIA.

       COPIAR-PENDENTE.
           MOVE "PENDENCIAS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-PENDENTE.
           PERFORM LER-PENDENTE.
           PERFORM DESCARREGAR-PENDENTE UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PENDENTE.
           PERFORM ENCERRAR-COPIA.

       LER-PENDENTE.
           READ ARQUIVO-PENDENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-PENDENTE.
           MOVE PEND-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-PENDENTE.

       COPIAR-QUADRO.
           MOVE "QUADROVAGAS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-QUADRO.
           PERFORM LER-QUADRO.
           PERFORM DESCARREGAR-QUADRO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-QUADRO.
           PERFORM ENCERRAR-COPIA.

       LER-QUADRO.
           READ ARQUIVO-QUADRO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-QUADRO.
           MOVE QUADRO-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-QUADRO.

       COPIAR-PIN.
           MOVE "PINFUNC" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-PIN.
           PERFORM LER-PIN.
           PERFORM DESCARREGAR-PIN UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-PIN.
           PERFORM ENCERRAR-COPIA.

       LER-PIN.
           READ ARQUIVO-PIN NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-PIN.
           MOVE PIN-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-PIN.

       COPIAR-HOLADESAO.
           MOVE "HOLADESAO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-HOLADESAO.
           PERFORM LER-HOLADESAO.
           PERFORM DESCARREGAR-HOLADESAO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-HOLADESAO.
           PERFORM ENCERRAR-COPIA.

       LER-HOLADESAO.
           READ ARQUIVO-HOLADESAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-HOLADESAO.
           MOVE HOLAD-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-HOLADESAO.

       COPIAR-HOLENVIO.
           MOVE "HOLENVIO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-HOLENVIO.
           PERFORM LER-HOLENVIO.
           PERFORM DESCARREGAR-HOLENVIO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-HOLENVIO.
           PERFORM ENCERRAR-COPIA.

       LER-HOLENVIO.
           READ ARQUIVO-HOLENVIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-HOLENVIO.
           MOVE HOLENV-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-HOLENVIO.

       COPIAR-CATRETEN.
           MOVE "CATALOGORETEN" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CATRETEN.
           PERFORM LER-CATRETEN.
           PERFORM DESCARREGAR-CATRETEN UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CATRETEN.
           PERFORM ENCERRAR-COPIA.

       LER-CATRETEN.
           READ ARQUIVO-CATRETEN NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CATRETEN.
           MOVE CATR-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CATRETEN.

       COPIAR-CATSPOOL.
           MOVE "CATALOGOSPOOL" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-CATSPOOL.
           PERFORM LER-CATSPOOL.
           PERFORM DESCARREGAR-CATSPOOL UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-CATSPOOL.
           PERFORM ENCERRAR-COPIA.

       LER-CATSPOOL.
           READ ARQUIVO-CATSPOOL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-CATSPOOL.
           MOVE CAT-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-CATSPOOL.

       COPIAR-ORCAMENTO.
           MOVE "ORCAMENTO" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-ORCAMENTO.
           PERFORM LER-ORCAMENTO.
           PERFORM DESCARREGAR-ORCAMENTO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-ORCAMENTO.
           PERFORM ENCERRAR-COPIA.

       LER-ORCAMENTO.
           READ ARQUIVO-ORCAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-ORCAMENTO.
           MOVE ORC-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-ORCAMENTO.

       COPIAR-AGENDA.
           MOVE "AGENDAJOBS" TO WS-ARQ-CORRENTE.
           PERFORM INICIAR-COPIA.
           OPEN INPUT ARQUIVO-AGENDA.
           PERFORM LER-AGENDA.
           PERFORM DESCARREGAR-AGENDA UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-AGENDA.
           PERFORM ENCERRAR-COPIA.

       LER-AGENDA.
           READ ARQUIVO-AGENDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.

       DESCARREGAR-AGENDA.
           MOVE AGJ-REGISTRO TO CONJ-IMAGEM.
           PERFORM GRAVAR-IMAGEM.
           PERFORM LER-AGENDA.

       CATALOGAR-GERACAO.
           OPEN I-O ARQUIVO-CATCONJ.
           MOVE WS-SEQ-GERACAO  TO CATC-SEQUENCIA.
           MOVE WS-CONJ-ARQUIVO TO CATC-ARQUIVO.
           ACCEPT CATC-DATA FROM DATE YYYYMMDD.
           ACCEPT CATC-HORA FROM TIME.
           MOVE "A" TO CATC-STATUS.
           MOVE ZEROS TO CATC-REST-DATA.
           MOVE ZEROS TO CATC-REST-HORA.
           MOVE WS-CONJ-QTD-ARQUIVOS TO CATC-QTD-ARQUIVOS.
           MOVE WS-CONJ-TABELA TO CATC-TABELA.
           WRITE CATC-REGISTRO
               INVALID KEY
                   REWRITE CATC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CATALOGAR O CONJUNTO"
                   END-REWRITE
           END-WRITE.
           CLOSE ARQUIVO-CATCONJ.

      *> TODO CONJUNTO ALEM DA JANELA DE RETENCAO TEM A ENTRADA
      *> VIRADA PARA "E" E O ARQUIVO FISICO ESVAZIADO; A ENTRADA
      *> FICA NO CATALOGO COMO HISTORICO DO QUE JA EXISTIU
       APLICAR-RETENCAO.
           COMPUTE WS-SEQ-CORTE =
               WS-SEQ-GERACAO - WS-GERACOES-RETIDAS.
           IF WS-SEQ-CORTE > ZERO
               MOVE ZEROS TO WS-QTD-EXPURGADAS
               MOVE "N" TO FIM-DO-CATALOGO
               OPEN I-O ARQUIVO-CATCONJ
               MOVE ZEROS TO CATC-SEQUENCIA
               START ARQUIVO-CATCONJ KEY IS NOT LESS THAN
                   CATC-SEQUENCIA
                   INVALID KEY
                       MOVE "S" TO FIM-DO-CATALOGO
               END-START
               PERFORM EXPURGAR-GERACAO-ANTIGA UNTIL ACABOU-CATALOGO
               CLOSE ARQUIVO-CATCONJ
               IF WS-QTD-EXPURGADAS > ZERO
                   DISPLAY "CONJUNTOS ANTIGOS EXPURGADOS: "
                       WS-QTD-EXPURGADAS
               END-IF
           END-IF.

       EXPURGAR-GERACAO-ANTIGA.
           READ ARQUIVO-CATCONJ NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CATALOGO
               NOT AT END
                   IF CATC-SEQUENCIA > WS-SEQ-CORTE
                       MOVE "S" TO FIM-DO-CATALOGO
                   ELSE
                       IF CATC-ATIVO
                           MOVE CATC-ARQUIVO TO WS-CONJ-ARQUIVO
                           OPEN OUTPUT ARQUIVO-CONJUNTO
                           CLOSE ARQUIVO-CONJUNTO
                           MOVE "E" TO CATC-STATUS
                           REWRITE CATC-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERRO AO EXPURGAR O "
                                       "CONJUNTO " CATC-SEQUENCIA
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-EXPURGADAS
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
