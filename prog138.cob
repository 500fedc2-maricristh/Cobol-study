       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG138.
      *> RESTAURACAO DO BACKUP COMPLETO DO SISTEMA (PROG137)
      *> LISTA OS CONJUNTOS DO CATALOGO, DEIXA O SUPERVISOR ESCOLHER
      *> A GERACAO E RECONSTROI TODOS OS ARQUIVOS INDEXADOS DO
      *> CONJUNTO OU SO UM ARQUIVO ESCOLHIDO, CONFERINDO A CONTAGEM
      *> CARREGADA DE CADA ARQUIVO CONTRA O TRAILER "TRL" E CONTRA O
      *> CATALOGO. A GERACAO DE REFERENCIA DOS ARQUIVOS EM PRODUCAO E
      *> A DO BACKUP OU DA RESTAURACAO COMPLETA MAIS RECENTE; TRAZER
      *> UM ARQUIVO SOZINHO DE OUTRA GERACAO MISTURA GERACOES E SO E
      *> FEITO COM A LIBERACAO EXPLICITA DO SUPERVISOR, REGISTRADA NA
      *> TRILHA DE AUDITORIA (REST-MISTA). TODA RESTAURACAO VAI PARA
      *> A AUDITORIA (REST-CONJ OU REST-ARQ) COM A GERACAO USADA.
      *> O REGISTRO DE ARQUIVOS RECEBIDOS (ARQRECEBIDOS) TAMBEM E
      *> RECONSTRUIDO, COM A CHAVE ALTERNATIVA DA ASSINATURA, E
      *> CONTINUA BARRANDO A REPETICAO DE UM ARQUIVO JA PROCESSADO.
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
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

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
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".

      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37
       FD  ARQUIVO-AUDITORIA
           LABEL RECORD STANDARD.
       01  AUDITORIA-REGISTRO.
           05  AUD-DATA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-HORA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-OPERADOR      PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-ACAO          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
      *> WSCONJUNTO TAB (NOME FISICO E TABELA DE ARQUIVOS DO CONJUNTO)
           COPY "WSCONJUNTO.COB".
       01  FIM-DO-CONJUNTO   PIC X(01) VALUE "N".
           88  ACABOU-CONJUNTO       VALUE "S".
       01  FIM-DO-CATALOGO   PIC X(01) VALUE "N".
           88  ACABOU-CATALOGO       VALUE "S".
       01  WS-QTD-CONJUNTOS  PIC 9(05) VALUE ZEROS.
       01  WS-SEQ-PEDIDA     PIC 9(05) VALUE ZEROS.
       01  WS-SEQ-REFERENCIA PIC 9(05) VALUE ZEROS.
      *> MARCAS DATA+HORA (AAAAMMDDHHMMSSCC) PARA ACHAR A GERACAO DE
      *> REFERENCIA: A MAIOR ENTRE O BACKUP E A ULTIMA RESTAURACAO
      *> COMPLETA DE CADA CONJUNTO ATIVO
       01  WS-MARCA-REFERENCIA PIC 9(16) VALUE ZEROS.
       01  WS-MARCA-BACKUP   PIC 9(16) VALUE ZEROS.
       01  WS-MARCA-RESTAURACAO PIC 9(16) VALUE ZEROS.
       01  WS-GERACAO-OK     PIC X(01) VALUE "N".
           88  GERACAO-ESCOLHIDA     VALUE "S".
       01  WS-ARQ-PEDIDO     PIC X(14) VALUE SPACES.
           88  RESTAURAR-TUDO        VALUE SPACES.
       01  WS-ARQ-OK         PIC X(01) VALUE "N".
           88  ARQUIVO-NO-CONJUNTO   VALUE "S".
       01  WS-MISTURA        PIC X(01) VALUE "N".
           88  MISTURA-LIBERADA      VALUE "S".
       01  WS-CONFIRMA       PIC X(01).
       01  WS-IND            PIC 9(03) VALUE ZEROS.
       01  WS-IND-ACHADO     PIC 9(03) VALUE ZEROS.
       01  WS-ARQ-CORRENTE   PIC X(14) VALUE SPACES.
       01  WS-SECAO          PIC X(01) VALUE "N".
           88  SECAO-SELECIONADA     VALUE "S".
       01  WS-DESTINO        PIC X(01) VALUE "N".
           88  DESTINO-ABERTO        VALUE "S".
       01  WS-QTD-CARREGADOS PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ERROS      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RESTAURADOS PIC 9(03) VALUE ZEROS.
       01  WS-QTD-DIVERGENTES PIC 9(03) VALUE ZEROS.
       01  WS-TOTAL-GERAL    PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== RESTAURACAO DO BACKUP COMPLETO =====".
           PERFORM SESSAO-LER-OPERADOR.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "RESTAURACAO RESTRITA A SUPERVISORES"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM ESCOLHER-GERACAO.
           IF NOT GERACAO-ESCOLHIDA
               DISPLAY "RESTAURACAO CANCELADA"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM ESCOLHER-ARQUIVO.
           IF NOT ARQUIVO-NO-CONJUNTO
               DISPLAY "RESTAURACAO CANCELADA"
               GO TO PROGRAM-DONE
           END-IF.
      *> UM ARQUIVO SOZINHO DE OUTRA GERACAO FICA FORA DE SINCRONIA
      *> COM OS DEMAIS (FOLHA SEM O MASTER, EVENTOS SEM O HISTORICO);
      *> O CONJUNTO INTEIRO DE QUALQUER GERACAO E SEMPRE CONSISTENTE
           IF NOT RESTAURAR-TUDO
               AND WS-SEQ-PEDIDA NOT = WS-SEQ-REFERENCIA
               PERFORM LIBERAR-MISTURA
               IF NOT MISTURA-LIBERADA
                   DISPLAY "RESTAURACAO CANCELADA"
                   GO TO PROGRAM-DONE
               END-IF
           END-IF.
           IF RESTAURAR-TUDO
               DISPLAY "ATENCAO: TODOS OS ARQUIVOS INDEXADOS SERAO "
                   "SOBREPOSTOS PELA GERACAO " WS-SEQ-PEDIDA
           ELSE
               DISPLAY "ATENCAO: O ARQUIVO " WS-ARQ-PEDIDO
                   " SERA SOBREPOSTO PELA GERACAO " WS-SEQ-PEDIDA
           END-IF.
           DISPLAY "CONFIRMA A SOBREPOSICAO? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RESTAURACAO CANCELADA PELO OPERADOR"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM VERIFICAR-MASTER.
           IF NOT FS-FUNC-OK AND WS-FS-FUNCIONARIO NOT = "35"
               DISPLAY "ARQUIVO DE FUNCIONARIOS EM USO (STATUS "
                   WS-FS-FUNCIONARIO "), RESTAURACAO CANCELADA"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM RESTAURAR-CONJUNTO.
           PERFORM CONFERIR-RESTAURACAO.
           IF RESTAURAR-TUDO
               PERFORM REGISTRAR-RESTAURACAO
           END-IF.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF MISTURA-LIBERADA
               MOVE "REST-MISTA" TO AUD-ACAO
           ELSE
               IF RESTAURAR-TUDO
                   MOVE "REST-CONJ" TO AUD-ACAO
               ELSE
                   MOVE "REST-ARQ" TO AUD-ACAO
               END-IF
           END-IF.
           PERFORM GRAVAR-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
        GOBACK.

      *> LISTA OS CONJUNTOS DO CATALOGO, APONTA A GERACAO DE
      *> REFERENCIA E ACEITA O NUMERO DA GERACAO A RESTAURAR
       ESCOLHER-GERACAO.
           MOVE "N" TO WS-GERACAO-OK.
           MOVE ZEROS TO WS-QTD-CONJUNTOS.
           MOVE ZEROS TO WS-SEQ-REFERENCIA.
           MOVE ZEROS TO WS-MARCA-REFERENCIA.
           MOVE "N" TO FIM-DO-CATALOGO.
           OPEN INPUT ARQUIVO-CATCONJ.
           MOVE ZEROS TO CATC-SEQUENCIA.
           START ARQUIVO-CATCONJ KEY IS NOT LESS THAN CATC-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO FIM-DO-CATALOGO
           END-START.
           PERFORM LISTAR-GERACAO UNTIL ACABOU-CATALOGO.
           IF WS-SEQ-REFERENCIA = ZERO
               DISPLAY "NENHUM CONJUNTO ATIVO NO CATALOGO"
           ELSE
               DISPLAY "GERACAO DE REFERENCIA DOS ARQUIVOS ATUAIS: "
                   WS-SEQ-REFERENCIA
               DISPLAY "INFORME O NUMERO DA GERACAO A RESTAURAR "
                   "(0 = CANCELAR): "
               ACCEPT WS-SEQ-PEDIDA
               IF WS-SEQ-PEDIDA > ZERO
                   PERFORM VALIDAR-GERACAO-PEDIDA
               END-IF
           END-IF.
           CLOSE ARQUIVO-CATCONJ.

       LISTAR-GERACAO.
           READ ARQUIVO-CATCONJ NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CATALOGO
               NOT AT END
                   ADD 1 TO WS-QTD-CONJUNTOS
                   IF CATC-ATIVO
                       DISPLAY CATC-SEQUENCIA " " CATC-DATA " "
                           CATC-ARQUIVO " ARQUIVOS: "
                           CATC-QTD-ARQUIVOS
                       IF CATC-REST-DATA NOT = ZEROS
                           DISPLAY "      RESTAURADO POR COMPLETO EM "
                               CATC-REST-DATA
                       END-IF
                       PERFORM AVALIAR-REFERENCIA
                   ELSE
                       DISPLAY CATC-SEQUENCIA " " CATC-DATA
                           " (EXPURGADO)"
                   END-IF
           END-READ.

       AVALIAR-REFERENCIA.
           COMPUTE WS-MARCA-BACKUP =
               CATC-DATA * 100000000 + CATC-HORA.
           COMPUTE WS-MARCA-RESTAURACAO =
               CATC-REST-DATA * 100000000 + CATC-REST-HORA.
           IF WS-MARCA-RESTAURACAO > WS-MARCA-BACKUP
               MOVE WS-MARCA-RESTAURACAO TO WS-MARCA-BACKUP
           END-IF.
           IF WS-MARCA-BACKUP > WS-MARCA-REFERENCIA
               MOVE WS-MARCA-BACKUP TO WS-MARCA-REFERENCIA
               MOVE CATC-SEQUENCIA TO WS-SEQ-REFERENCIA
           END-IF.

       VALIDAR-GERACAO-PEDIDA.
           MOVE WS-SEQ-PEDIDA TO CATC-SEQUENCIA.
           READ ARQUIVO-CATCONJ
               INVALID KEY
                   DISPLAY "GERACAO NAO ENCONTRADA NO CATALOGO"
               NOT INVALID KEY
                   IF CATC-EXPURGADO
                       DISPLAY "CONJUNTO JA EXPURGADO PELA RETENCAO, "
                           "O ARQUIVO FISICO FOI ESVAZIADO"
                   ELSE
                       MOVE CATC-ARQUIVO TO WS-CONJ-ARQUIVO
                       MOVE CATC-QTD-ARQUIVOS TO WS-CONJ-QTD-ARQUIVOS
                       MOVE CATC-TABELA TO WS-CONJ-TABELA
                       MOVE "S" TO WS-GERACAO-OK
                       DISPLAY "RESTAURANDO DO CONJUNTO "
                           CATC-SEQUENCIA " (" CATC-ARQUIVO ")"
                   END-IF
           END-READ.

      *> EM BRANCO RESTAURA O CONJUNTO INTEIRO; UM NOME SO VALE SE
      *> ESTIVER NA TABELA DE ARQUIVOS CATALOGADA COM O CONJUNTO
       ESCOLHER-ARQUIVO.
           MOVE "N" TO WS-ARQ-OK.
           PERFORM MOSTRAR-ARQUIVO-CONJUNTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-CONJ-QTD-ARQUIVOS.
           DISPLAY "INFORME O ARQUIVO A RESTAURAR "
               "(EM BRANCO = CONJUNTO INTEIRO): ".
           MOVE SPACES TO WS-ARQ-PEDIDO.
           ACCEPT WS-ARQ-PEDIDO.
           IF RESTAURAR-TUDO
               MOVE "S" TO WS-ARQ-OK
           ELSE
               PERFORM PROCURAR-ARQUIVO-PEDIDO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONJ-QTD-ARQUIVOS
                      OR ARQUIVO-NO-CONJUNTO
               IF NOT ARQUIVO-NO-CONJUNTO
                   DISPLAY "ARQUIVO " WS-ARQ-PEDIDO
                       " NAO FAZ PARTE DO CONJUNTO"
               END-IF
           END-IF.

       MOSTRAR-ARQUIVO-CONJUNTO.
           DISPLAY "   " WS-CONJ-ARQ-NOME (WS-IND) " REGISTROS: "
               WS-CONJ-ARQ-REGISTROS (WS-IND).

       PROCURAR-ARQUIVO-PEDIDO.
           IF WS-CONJ-ARQ-NOME (WS-IND) = WS-ARQ-PEDIDO
               MOVE "S" TO WS-ARQ-OK
           END-IF.

      *> SO O SUPERVISOR AUTENTICADO LIBERA A MISTURA, COM AVISO
      *> EXPLICITO DA GERACAO DE REFERENCIA QUE FICA NOS DEMAIS
       LIBERAR-MISTURA.
           MOVE "N" TO WS-MISTURA.
           DISPLAY "ATENCAO: OS DEMAIS ARQUIVOS ESTAO NA GERACAO "
               WS-SEQ-REFERENCIA.
           DISPLAY "RESTAURAR " WS-ARQ-PEDIDO " DA GERACAO "
               WS-SEQ-PEDIDA " MISTURA GERACOES DIFERENTES".
           DISPLAY "LIBERA A MISTURA DE GERACOES? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "S" TO WS-MISTURA
           END-IF.

      *> O MASTER INEXISTENTE (STATUS 35) E O CENARIO DA PERDA DO
      *> DISCO E LIBERA A RESTAURACAO; EM USO POR OUTRO PROGRAMA, NAO
       VERIFICAR-MASTER.
           OPEN I-O ARQUIVO-FUNCIONARIO WITH LOCK.
           IF FS-FUNC-OK
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

      *> UMA PASSADA PELO CONJUNTO: A TROCA DE NOME ABRE A SECAO DO
      *> PROXIMO ARQUIVO, OS "REG" SAO GRAVADOS NO DESTINO E O "TRL"
      *> FECHA O DESTINO E CONFERE A CONTAGEM. ARQUIVO VAZIO TEM SO
      *> O TRAILER E TAMBEM E RECRIADO (VAZIO)
       RESTAURAR-CONJUNTO.
           MOVE ZEROS TO WS-QTD-RESTAURADOS.
           MOVE ZEROS TO WS-QTD-DIVERGENTES.
           MOVE ZEROS TO WS-TOTAL-GERAL.
           MOVE SPACES TO WS-ARQ-CORRENTE.
           MOVE "N" TO WS-SECAO.
           MOVE "N" TO WS-DESTINO.
           MOVE "N" TO FIM-DO-CONJUNTO.
           OPEN INPUT ARQUIVO-CONJUNTO.
           PERFORM LER-CONJUNTO.
           PERFORM PROCESSAR-CONJUNTO UNTIL ACABOU-CONJUNTO.
           CLOSE ARQUIVO-CONJUNTO.
      *> CONJUNTO TRUNCADO: A ULTIMA SECAO FICOU SEM TRAILER
           IF DESTINO-ABERTO
               DISPLAY WS-ARQ-CORRENTE " SEM TRAILER NO CONJUNTO"
               PERFORM FECHAR-DESTINO
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.

       LER-CONJUNTO.
           READ ARQUIVO-CONJUNTO
               AT END
                   MOVE "S" TO FIM-DO-CONJUNTO
           END-READ.

       PROCESSAR-CONJUNTO.
           IF CONJ-ARQUIVO NOT = WS-ARQ-CORRENTE
               PERFORM INICIAR-SECAO
           END-IF.
           IF SECAO-SELECIONADA
               IF CONJ-TRAILER
                   PERFORM ENCERRAR-SECAO
               ELSE
                   IF DESTINO-ABERTO
                       PERFORM GRAVAR-DESTINO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-CONJUNTO.

       INICIAR-SECAO.
           MOVE CONJ-ARQUIVO TO WS-ARQ-CORRENTE.
           MOVE ZEROS TO WS-QTD-CARREGADOS.
           MOVE ZEROS TO WS-QTD-ERROS.
           MOVE "N" TO WS-DESTINO.
           IF RESTAURAR-TUDO OR CONJ-ARQUIVO = WS-ARQ-PEDIDO
               MOVE "S" TO WS-SECAO
               PERFORM ABRIR-DESTINO
           ELSE
               MOVE "N" TO WS-SECAO
           END-IF.

       ENCERRAR-SECAO.
           IF DESTINO-ABERTO
               PERFORM FECHAR-DESTINO
               ADD 1 TO WS-QTD-RESTAURADOS
               ADD WS-QTD-CARREGADOS TO WS-TOTAL-GERAL
               PERFORM CONFERIR-SECAO
           ELSE
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.
           MOVE "N" TO WS-SECAO.

      *> A CONTAGEM CARREGADA TEM DE BATER COM O TRAILER DA SECAO E
      *> COM A CONTAGEM CATALOGADA NO BACKUP
       CONFERIR-SECAO.
           MOVE "N" TO WS-ARQ-OK.
           MOVE 1 TO WS-IND-ACHADO.
           PERFORM PROCURAR-ARQUIVO-CORRENTE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-CONJ-QTD-ARQUIVOS
                  OR ARQUIVO-NO-CONJUNTO.
           IF WS-QTD-CARREGADOS = CONJ-TRL-TOTAL
               AND ARQUIVO-NO-CONJUNTO
               AND WS-QTD-CARREGADOS =
                   WS-CONJ-ARQ-REGISTROS (WS-IND-ACHADO)
               AND WS-QTD-ERROS = ZERO
               DISPLAY WS-ARQ-CORRENTE " REGISTROS: "
                   WS-QTD-CARREGADOS " CONFERIDO"
           ELSE
               DISPLAY WS-ARQ-CORRENTE " REGISTROS: "
                   WS-QTD-CARREGADOS " ERROS: " WS-QTD-ERROS
                   " TRAILER: " CONJ-TRL-TOTAL " DIVERGENTE"
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.

       PROCURAR-ARQUIVO-CORRENTE.
           IF WS-CONJ-ARQ-NOME (WS-IND) = WS-ARQ-CORRENTE
               MOVE "S" TO WS-ARQ-OK
               MOVE WS-IND TO WS-IND-ACHADO
           END-IF.

       CONFERIR-RESTAURACAO.
           DISPLAY " ".
           DISPLAY "===== CONFERENCIA DA RESTAURACAO =====".
           DISPLAY "ARQUIVOS RESTAURADOS.....: " WS-QTD-RESTAURADOS.
           DISPLAY "REGISTROS CARREGADOS.....: " WS-TOTAL-GERAL.
           DISPLAY "ARQUIVOS COM DIVERGENCIA.: " WS-QTD-DIVERGENTES.
           IF RESTAURAR-TUDO
               AND WS-QTD-RESTAURADOS NOT = WS-CONJ-QTD-ARQUIVOS
               DISPLAY "ATENCAO: O CATALOGO REGISTRA "
                   WS-CONJ-QTD-ARQUIVOS " ARQUIVOS NO CONJUNTO"
           END-IF.
           IF NOT RESTAURAR-TUDO AND WS-QTD-RESTAURADOS = ZERO
               DISPLAY "ATENCAO: " WS-ARQ-PEDIDO
                   " NAO FOI ENCONTRADO NO ARQUIVO DO CONJUNTO"
           END-IF.
           IF WS-QTD-DIVERGENTES = ZERO
               DISPLAY "RESTAURACAO CONFERIDA COM OS TRAILERS"
           END-IF.

      *> A RESTAURACAO COMPLETA FAZ DESTA GERACAO A REFERENCIA DOS
      *> ARQUIVOS EM PRODUCAO
       REGISTRAR-RESTAURACAO.
           OPEN I-O ARQUIVO-CATCONJ.
           MOVE WS-SEQ-PEDIDA TO CATC-SEQUENCIA.
           READ ARQUIVO-CATCONJ
               INVALID KEY
                   DISPLAY "CONJUNTO SUMIU DO CATALOGO"
               NOT INVALID KEY
                   ACCEPT CATC-REST-DATA FROM DATE YYYYMMDD
                   ACCEPT CATC-REST-HORA FROM TIME
                   REWRITE CATC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGISTRAR A RESTAURACAO "
                               "NO CATALOGO"
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-CATCONJ.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-SEQ-PEDIDA TO AUD-CODIGO.
           WRITE AUDITORIA-REGISTRO.

      *> O MASTER E RECRIADO COM USO EXCLUSIVO, COMO NO PROG50
       ABRIR-DESTINO.
           MOVE "S" TO WS-DESTINO.
           EVALUATE WS-ARQ-CORRENTE
               WHEN "FUNCIONARIO"
                   OPEN OUTPUT ARQUIVO-FUNCIONARIO WITH LOCK
                   IF NOT FS-FUNC-OK
                       DISPLAY "ERRO AO RECRIAR O ARQUIVO DE "
                           "FUNCIONARIOS (STATUS " WS-FS-FUNCIONARIO
                           ")"
                       MOVE "N" TO WS-DESTINO
                   END-IF
               WHEN "ARQHISTORICO"
                   OPEN OUTPUT ARQUIVO-HISTORICO
               WHEN "DEPARTAMENTO"
                   OPEN OUTPUT ARQUIVO-DEPARTAMENTO
               WHEN "CARGO"
                   OPEN OUTPUT ARQUIVO-CARGO
               WHEN "TURNO"
                   OPEN OUTPUT ARQUIVO-TURNO
               WHEN "EMPRESA"
                   OPEN OUTPUT ARQUIVO-EMPRESA
               WHEN "OPERADOR"
                   OPEN OUTPUT ARQUIVO-OPERADOR
               WHEN "DEPENDENTE"
                   OPEN OUTPUT ARQUIVO-DEPENDENTE
               WHEN "PONTOFUNC"
                   OPEN OUTPUT ARQUIVO-PONTO
               WHEN "CRITICAPONTO"
                   OPEN OUTPUT ARQUIVO-CRITPONTO
               WHEN "CALENDARIO"
                   OPEN OUTPUT ARQUIVO-CALENDARIO
               WHEN "BANCOHORAS"
                   OPEN OUTPUT ARQUIVO-BANCOHORAS
               WHEN "ARQRECEBIDOS"
                   OPEN OUTPUT ARQUIVO-RECEPCAO
               WHEN "MATRIZMERITO"
                   OPEN OUTPUT ARQUIVO-MATRIZMERITO
               WHEN "AVALIACAO"
                   OPEN OUTPUT ARQUIVO-AVALIACAO
               WHEN "CANDIDATO"
                   OPEN OUTPUT ARQUIVO-CANDIDATO
               WHEN "REQUISICAO"
                   OPEN OUTPUT ARQUIVO-REQUISICAO
               WHEN "PLRDISTRIB"
                   OPEN OUTPUT ARQUIVO-PLRDIST
               WHEN "PLRREGRAS"
                   OPEN OUTPUT ARQUIVO-PLR
               WHEN "AUTORIZAHE"
                   OPEN OUTPUT ARQUIVO-AUTHE
               WHEN "HORASRETIDAS"
                   OPEN OUTPUT ARQUIVO-HERETIDA
               WHEN "FERIASFUNC"
                   OPEN OUTPUT ARQUIVO-FERIAS
               WHEN "AFASTAMENTO"
                   OPEN OUTPUT ARQUIVO-AFASTAMENTO
               WHEN "EXAMEASO"
                   OPEN OUTPUT ARQUIVO-EXAME
               WHEN "FOLHAHIST"
                   OPEN OUTPUT ARQUIVO-FOLHAHIST
               WHEN "FOLHAEVENTOS"
                   OPEN OUTPUT ARQUIVO-FOLHAEVT
               WHEN "EVENTOVAR"
                   OPEN OUTPUT ARQUIVO-EVENTOVAR
               WHEN "TABRUBRICA"
                   OPEN OUTPUT ARQUIVO-RUBRICA
               WHEN "TABDESCONTO"
                   OPEN OUTPUT ARQUIVO-TABDESC
               WHEN "TABIMPOSTO"
                   OPEN OUTPUT ARQUIVO-TABIMPOSTO
               WHEN "TABCONTABIL"
                   OPEN OUTPUT ARQUIVO-CONTABIL
               WHEN "FECHAMENTO"
                   OPEN OUTPUT ARQUIVO-FECHAMENTO
               WHEN "ADIANTAMENTO"
                   OPEN OUTPUT ARQUIVO-ADIANTAMENTO
               WHEN "DIFSALARIAL"
                   OPEN OUTPUT ARQUIVO-DIFSAL
               WHEN "BENEFICIO"
                   OPEN OUTPUT ARQUIVO-BENEFICIO
               WHEN "EMPRESTIMO"
                   OPEN OUTPUT ARQUIVO-EMPRESTIMO
               WHEN "PENSAO"
                   OPEN OUTPUT ARQUIVO-PENSAO
               WHEN "PENSAOPAG"
                   OPEN OUTPUT ARQUIVO-PENSAOPAG
               WHEN "FGTSEXTRATO"
                   OPEN OUTPUT ARQUIVO-FGTS
               WHEN "DESLIGAMENTO"
                   OPEN OUTPUT ARQUIVO-DESLIGAMENTO
               WHEN "CONCILIACAO"
                   OPEN OUTPUT ARQUIVO-CONCILIA
               WHEN "PENDENCIAS"
                   OPEN OUTPUT ARQUIVO-PENDENTE
               WHEN "QUADROVAGAS"
                   OPEN OUTPUT ARQUIVO-QUADRO
               WHEN "PINFUNC"
                   OPEN OUTPUT ARQUIVO-PIN
               WHEN "HOLADESAO"
                   OPEN OUTPUT ARQUIVO-HOLADESAO
               WHEN "HOLENVIO"
                   OPEN OUTPUT ARQUIVO-HOLENVIO
               WHEN "CATALOGORETEN"
                   OPEN OUTPUT ARQUIVO-CATRETEN
               WHEN "CATALOGOSPOOL"
                   OPEN OUTPUT ARQUIVO-CATSPOOL
               WHEN "ORCAMENTO"
                   OPEN OUTPUT ARQUIVO-ORCAMENTO
               WHEN "AGENDAJOBS"
                   OPEN OUTPUT ARQUIVO-AGENDA
               WHEN OTHER
                   DISPLAY WS-ARQ-CORRENTE " DESCONHECIDO, SECAO "
                       "IGNORADA"
                   MOVE "N" TO WS-DESTINO
           END-EVALUATE.

       GRAVAR-DESTINO.
           EVALUATE WS-ARQ-CORRENTE
               WHEN "FUNCIONARIO"
                   MOVE CONJ-IMAGEM TO FUNCIONARIO-REGISTRO
                   WRITE FUNCIONARIO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "ARQHISTORICO"
                   MOVE CONJ-IMAGEM TO ARQH-REGISTRO
                   WRITE ARQH-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "DEPARTAMENTO"
                   MOVE CONJ-IMAGEM TO DEPARTAMENTO-REGISTRO
                   WRITE DEPARTAMENTO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "CARGO"
                   MOVE CONJ-IMAGEM TO CARGO-REGISTRO
                   WRITE CARGO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "TURNO"
                   MOVE CONJ-IMAGEM TO TURNO-REGISTRO
                   WRITE TURNO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "EMPRESA"
                   MOVE CONJ-IMAGEM TO EMPRESA-REGISTRO
                   WRITE EMPRESA-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "OPERADOR"
                   MOVE CONJ-IMAGEM TO OPER-REGISTRO
                   WRITE OPER-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "DEPENDENTE"
                   MOVE CONJ-IMAGEM TO DEP-REGISTRO
                   WRITE DEP-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "PONTOFUNC"
                   MOVE CONJ-IMAGEM TO PONTO-REGISTRO
                   WRITE PONTO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "CRITICAPONTO"
                   MOVE CONJ-IMAGEM TO CRIT-REGISTRO
                   WRITE CRIT-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "CALENDARIO"
                   MOVE CONJ-IMAGEM TO CALEND-REGISTRO
                   WRITE CALEND-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "BANCOHORAS"
                   MOVE CONJ-IMAGEM TO BH-REGISTRO
                   WRITE BH-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "ARQRECEBIDOS"
                   MOVE CONJ-IMAGEM TO RECP-REGISTRO
                   WRITE RECP-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "MATRIZMERITO"
                   MOVE CONJ-IMAGEM TO MERITO-REGISTRO
                   WRITE MERITO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "AVALIACAO"
                   MOVE CONJ-IMAGEM TO AVAL-REGISTRO
                   WRITE AVAL-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "CANDIDATO"
                   MOVE CONJ-IMAGEM TO CAND-REGISTRO
                   WRITE CAND-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "REQUISICAO"
                   MOVE CONJ-IMAGEM TO REQ-REGISTRO
                   WRITE REQ-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "PLRDISTRIB"
                   MOVE CONJ-IMAGEM TO PLRD-REGISTRO
                   WRITE PLRD-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "PLRREGRAS"
                   MOVE CONJ-IMAGEM TO PLR-REGISTRO
                   WRITE PLR-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "AUTORIZAHE"
                   MOVE CONJ-IMAGEM TO AUTHE-REGISTRO
                   WRITE AUTHE-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "HORASRETIDAS"
                   MOVE CONJ-IMAGEM TO HERET-REGISTRO
                   WRITE HERET-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "FERIASFUNC"
                   MOVE CONJ-IMAGEM TO FERIAS-REGISTRO
                   WRITE FERIAS-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "AFASTAMENTO"
                   MOVE CONJ-IMAGEM TO AFAST-REGISTRO
                   WRITE AFAST-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "EXAMEASO"
                   MOVE CONJ-IMAGEM TO EXAME-REGISTRO
                   WRITE EXAME-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "FOLHAHIST"
                   MOVE CONJ-IMAGEM TO FOLHAHIST-REGISTRO
                   WRITE FOLHAHIST-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "FOLHAEVENTOS"
                   MOVE CONJ-IMAGEM TO FOLHAEVT-REGISTRO
                   WRITE FOLHAEVT-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "EVENTOVAR"
                   MOVE CONJ-IMAGEM TO EVAR-REGISTRO
                   WRITE EVAR-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "TABRUBRICA"
                   MOVE CONJ-IMAGEM TO RUB-REGISTRO
                   WRITE RUB-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "TABDESCONTO"
                   MOVE CONJ-IMAGEM TO TABDESC-REGISTRO
                   WRITE TABDESC-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "TABIMPOSTO"
                   MOVE CONJ-IMAGEM TO TABIMP-REGISTRO
                   WRITE TABIMP-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "TABCONTABIL"
                   MOVE CONJ-IMAGEM TO CTB-REGISTRO
                   WRITE CTB-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "FECHAMENTO"
                   MOVE CONJ-IMAGEM TO FECH-REGISTRO
                   WRITE FECH-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "ADIANTAMENTO"
                   MOVE CONJ-IMAGEM TO ADIANT-REGISTRO
                   WRITE ADIANT-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "DIFSALARIAL"
                   MOVE CONJ-IMAGEM TO DIF-REGISTRO
                   WRITE DIF-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "BENEFICIO"
                   MOVE CONJ-IMAGEM TO BEN-REGISTRO
                   WRITE BEN-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "EMPRESTIMO"
                   MOVE CONJ-IMAGEM TO EMP-REGISTRO
                   WRITE EMP-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "PENSAO"
                   MOVE CONJ-IMAGEM TO PENSAO-REGISTRO
                   WRITE PENSAO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "PENSAOPAG"
                   MOVE CONJ-IMAGEM TO PPAG-REGISTRO
                   WRITE PPAG-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "FGTSEXTRATO"
                   MOVE CONJ-IMAGEM TO FGTS-REGISTRO
                   WRITE FGTS-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "DESLIGAMENTO"
                   MOVE CONJ-IMAGEM TO DESLIG-REGISTRO
                   WRITE DESLIG-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "CONCILIACAO"
                   MOVE CONJ-IMAGEM TO CONC-REGISTRO
                   WRITE CONC-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "PENDENCIAS"
                   MOVE CONJ-IMAGEM TO PEND-REGISTRO
                   WRITE PEND-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "QUADROVAGAS"
                   MOVE CONJ-IMAGEM TO QUADRO-REGISTRO
                   WRITE QUADRO-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "PINFUNC"
                   MOVE CONJ-IMAGEM TO PIN-REGISTRO
                   WRITE PIN-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "HOLADESAO"
                   MOVE CONJ-IMAGEM TO HOLAD-REGISTRO
                   WRITE HOLAD-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "HOLENVIO"
                   MOVE CONJ-IMAGEM TO HOLENV-REGISTRO
                   WRITE HOLENV-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "CATALOGORETEN"
                   MOVE CONJ-IMAGEM TO CATR-REGISTRO
                   WRITE CATR-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "CATALOGOSPOOL"
                   MOVE CONJ-IMAGEM TO CAT-REGISTRO
                   WRITE CAT-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "ORCAMENTO"
                   MOVE CONJ-IMAGEM TO ORC-REGISTRO
                   WRITE ORC-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
               WHEN "AGENDAJOBS"
                   MOVE CONJ-IMAGEM TO AGJ-REGISTRO
                   WRITE AGJ-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-CARREGADOS
                   END-WRITE
           END-EVALUATE.

       FECHAR-DESTINO.
           EVALUATE WS-ARQ-CORRENTE
               WHEN "FUNCIONARIO"
                   CLOSE ARQUIVO-FUNCIONARIO
               WHEN "ARQHISTORICO"
                   CLOSE ARQUIVO-HISTORICO
               WHEN "DEPARTAMENTO"
                   CLOSE ARQUIVO-DEPARTAMENTO
               WHEN "CARGO"
                   CLOSE ARQUIVO-CARGO
               WHEN "TURNO"
                   CLOSE ARQUIVO-TURNO
               WHEN "EMPRESA"
                   CLOSE ARQUIVO-EMPRESA
               WHEN "OPERADOR"
                   CLOSE ARQUIVO-OPERADOR
               WHEN "DEPENDENTE"
                   CLOSE ARQUIVO-DEPENDENTE
               WHEN "PONTOFUNC"
                   CLOSE ARQUIVO-PONTO
               WHEN "CRITICAPONTO"
                   CLOSE ARQUIVO-CRITPONTO
               WHEN "CALENDARIO"
                   CLOSE ARQUIVO-CALENDARIO
               WHEN "BANCOHORAS"
                   CLOSE ARQUIVO-BANCOHORAS
               WHEN "ARQRECEBIDOS"
                   CLOSE ARQUIVO-RECEPCAO
               WHEN "MATRIZMERITO"
                   CLOSE ARQUIVO-MATRIZMERITO
               WHEN "AVALIACAO"
                   CLOSE ARQUIVO-AVALIACAO
               WHEN "CANDIDATO"
                   CLOSE ARQUIVO-CANDIDATO
               WHEN "REQUISICAO"
                   CLOSE ARQUIVO-REQUISICAO
               WHEN "PLRDISTRIB"
                   CLOSE ARQUIVO-PLRDIST
               WHEN "PLRREGRAS"
                   CLOSE ARQUIVO-PLR
               WHEN "AUTORIZAHE"
                   CLOSE ARQUIVO-AUTHE
               WHEN "HORASRETIDAS"
                   CLOSE ARQUIVO-HERETIDA
               WHEN "FERIASFUNC"
                   CLOSE ARQUIVO-FERIAS
               WHEN "AFASTAMENTO"
                   CLOSE ARQUIVO-AFASTAMENTO
               WHEN "EXAMEASO"
                   CLOSE ARQUIVO-EXAME
               WHEN "FOLHAHIST"
                   CLOSE ARQUIVO-FOLHAHIST
               WHEN "FOLHAEVENTOS"
                   CLOSE ARQUIVO-FOLHAEVT
               WHEN "EVENTOVAR"
                   CLOSE ARQUIVO-EVENTOVAR
               WHEN "TABRUBRICA"
                   CLOSE ARQUIVO-RUBRICA
               WHEN "TABDESCONTO"
                   CLOSE ARQUIVO-TABDESC
               WHEN "TABIMPOSTO"
                   CLOSE ARQUIVO-TABIMPOSTO
               WHEN "TABCONTABIL"
                   CLOSE ARQUIVO-CONTABIL
               WHEN "FECHAMENTO"
                   CLOSE ARQUIVO-FECHAMENTO
               WHEN "ADIANTAMENTO"
                   CLOSE ARQUIVO-ADIANTAMENTO
               WHEN "DIFSALARIAL"
                   CLOSE ARQUIVO-DIFSAL
               WHEN "BENEFICIO"
                   CLOSE ARQUIVO-BENEFICIO
               WHEN "EMPRESTIMO"
                   CLOSE ARQUIVO-EMPRESTIMO
               WHEN "PENSAO"
                   CLOSE ARQUIVO-PENSAO
               WHEN "PENSAOPAG"
                   CLOSE ARQUIVO-PENSAOPAG
               WHEN "FGTSEXTRATO"
                   CLOSE ARQUIVO-FGTS
               WHEN "DESLIGAMENTO"
                   CLOSE ARQUIVO-DESLIGAMENTO
               WHEN "CONCILIACAO"
                   CLOSE ARQUIVO-CONCILIA
               WHEN "PENDENCIAS"
                   CLOSE ARQUIVO-PENDENTE
               WHEN "QUADROVAGAS"
                   CLOSE ARQUIVO-QUADRO
               WHEN "PINFUNC"
                   CLOSE ARQUIVO-PIN
               WHEN "HOLADESAO"
                   CLOSE ARQUIVO-HOLADESAO
               WHEN "HOLENVIO"
                   CLOSE ARQUIVO-HOLENVIO
               WHEN "CATALOGORETEN"
                   CLOSE ARQUIVO-CATRETEN
               WHEN "CATALOGOSPOOL"
                   CLOSE ARQUIVO-CATSPOOL
               WHEN "ORCAMENTO"
                   CLOSE ARQUIVO-ORCAMENTO
               WHEN "AGENDAJOBS"
                   CLOSE ARQUIVO-AGENDA
           END-EVALUATE.
           MOVE "N" TO WS-DESTINO.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
