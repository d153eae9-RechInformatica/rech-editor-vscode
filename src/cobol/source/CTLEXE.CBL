      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      C O N T R O L E   D E   E X E C U Ç Ã O   D A   C A D E I A   F I S C A L   ( C T L E X E C )       <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                CTLEXE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: rotina de controle de execução chamada pelos passos
      *>->                              da cadeia fiscal (LANICM, CREICM, RECICM, APUICM, INTICM e FECICM)
      *>->                              - no início e no fim de cada execução atualiza o mestre CTLEXEC
      *>->                              (programa + competência: situação, usuário, data/hora de início
      *>->                              e de fim, contagens, totais e resultado) e grava o evento no
      *>->                              histórico CTLEXE.LOG; a recusa por pré-requisito vai só para o
      *>->                              histórico; a consulta devolve a última execução de um passo,
      *>->                              base da conferência de pré-requisitos de cada programa
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Mestre de controle de execução, última execução por passo
           select f-controle
                  assign to      "CTLEXEC"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is ctle-chave
                  file status    is w-fs-controle.
      *>-> Histórico de execuções, um evento por linha
           select f-historico
                  assign to      "CTLEXE.LOG"
                  organization   is line sequential
                  file status    is w-fs-historico.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-controle.
       copy                       "CTLEXE.CPY".
       fd  f-historico.
       01  reg-historico          pic is x(200).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "CTLEXE".
      *>-> Status dos arquivos
       01  w-fs-controle          pic is x(02)    value is spaces.
       01  w-fs-historico         pic is x(02)    value is spaces.
      *>-> Usuário corrente e data/hora do evento
       01  w-usuario              pic is x(08)    value is spaces.
       01  w-data-evento          pic is 9(08)    value is zeros.
       01  w-hora-evento          pic is 9(06)    value is zeros.
      *>-> Linha do histórico de execuções
       copy                       "CTLHIS.CPY".
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Área de comunicação com os chamadores
       copy                       "CTLEXELK.CPY".
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-dados-ctlexe.
      *>--------------------------------------------------------------------------------------------------------------<*
       CTLE-PRINCIPAL             SECTION.
       CTLE-INICIO.
           SET                    LK-CTL-OK TO TRUE.
           ACCEPT W-USUARIO       FROM USER NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-EVENTO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-HORA-EVENTO.
      *>-> A recusa não muda a última execução do passo: só o histórico
           IF LK-CTL-RECUSA
              PERFORM             CTLE-GRAVA-HISTORICO
              GOBACK
           END-IF.
           IF LK-CTL-CONSULTA
              OPEN INPUT          F-CONTROLE
           ELSE
              OPEN I-O            F-CONTROLE
              IF W-FS-CONTROLE = "35"
                 OPEN OUTPUT      F-CONTROLE
                 CLOSE            F-CONTROLE
                 OPEN I-O         F-CONTROLE
              END-IF
           END-IF.
      *>-> Mestre ainda inexistente na consulta: passo nunca executado
           IF LK-CTL-CONSULTA AND
              (W-FS-CONTROLE = "35" OR "05")
              CLOSE               F-CONTROLE
              PERFORM             CTLE-DEVOLVE-SEM-EXECUCAO
              GOBACK
           END-IF.
      *>-> Mestre ilegível: o chamador decide; o evento fica ao menos no
      *>-> histórico
           IF W-FS-CONTROLE NOT = "00"
              SET                 LK-CTL-INDISPONIVEL TO TRUE
              CLOSE               F-CONTROLE
              IF NOT LK-CTL-CONSULTA
                 PERFORM          CTLE-GRAVA-HISTORICO
              END-IF
              GOBACK
           END-IF.
           MOVE LK-CTL-PROGRAMA   TO CTLE-PROGRAMA.
           MOVE LK-CTL-COMPETENCIA TO CTLE-COMPETENCIA.
           READ                   F-CONTROLE
              INVALID KEY
                 INITIALIZE       W-REG-CTLEXE
                 MOVE LK-CTL-PROGRAMA TO CTLE-PROGRAMA
                 MOVE LK-CTL-COMPETENCIA TO CTLE-COMPETENCIA
           END-READ.
           EVALUATE               TRUE
              WHEN LK-CTL-CONSULTA
                 PERFORM          CTLE-DEVOLVE-EXECUCAO
              WHEN LK-CTL-INICIO
                 PERFORM          CTLE-REGISTRA-INICIO
              WHEN LK-CTL-FIM
                 PERFORM          CTLE-REGISTRA-FIM
           END-EVALUATE.
           CLOSE                  F-CONTROLE.
           GOBACK.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início da execução: situação E (sem fim registrado) até o passo chamar o fim......................<*
       CTLE-REGISTRA-INICIO.
           SET                    CTLE-EM-EXECUCAO TO TRUE.
           ADD 1                  TO CTLE-QTD-EXECUCOES.
           MOVE W-USUARIO         TO CTLE-USUARIO.
           MOVE W-DATA-EVENTO     TO CTLE-DATA-INICIO.
           MOVE W-HORA-EVENTO     TO CTLE-HORA-INICIO.
           MOVE ZEROS             TO CTLE-DATA-FIM
                                     CTLE-HORA-FIM
                                     CTLE-QTD-LIDOS
                                     CTLE-QTD-PROCESSADOS
                                     CTLE-QTD-REJEITADOS
                                     CTLE-TOTAL-1
                                     CTLE-TOTAL-2.
           MOVE SPACES            TO CTLE-MENSAGEM.
           PERFORM                CTLE-REGRAVA-CONTROLE.
           PERFORM                CTLE-GRAVA-HISTORICO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim da execução com as contagens, os totais e o resultado informados pelo passo...................<*
       CTLE-REGISTRA-FIM.
           SET                    CTLE-CONCLUIDA TO TRUE.
           IF CTLE-QTD-EXECUCOES = ZEROS
              MOVE 1              TO CTLE-QTD-EXECUCOES
              MOVE W-USUARIO      TO CTLE-USUARIO
              MOVE W-DATA-EVENTO  TO CTLE-DATA-INICIO
              MOVE W-HORA-EVENTO  TO CTLE-HORA-INICIO
           END-IF.
           MOVE W-DATA-EVENTO     TO CTLE-DATA-FIM.
           MOVE W-HORA-EVENTO     TO CTLE-HORA-FIM.
           MOVE LK-CTL-QTD-LIDOS  TO CTLE-QTD-LIDOS.
           MOVE LK-CTL-QTD-PROCESSADOS TO CTLE-QTD-PROCESSADOS.
           MOVE LK-CTL-QTD-REJEITADOS TO CTLE-QTD-REJEITADOS.
           MOVE LK-CTL-TOTAL-1    TO CTLE-TOTAL-1.
           MOVE LK-CTL-TOTAL-2    TO CTLE-TOTAL-2.
           MOVE LK-CTL-MENSAGEM   TO CTLE-MENSAGEM.
           PERFORM                CTLE-REGRAVA-CONTROLE.
           PERFORM                CTLE-GRAVA-HISTORICO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava (registro novo) ou regrava o registro do passo; falha de gravação devolve indisponível.................<*
       CTLE-REGRAVA-CONTROLE.
           IF W-FS-CONTROLE = "23"
              WRITE               W-REG-CTLEXE
           ELSE
              REWRITE             W-REG-CTLEXE
           END-IF.
           IF W-FS-CONTROLE NOT = "00"
              SET                 LK-CTL-INDISPONIVEL TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Devolve ao chamador a última execução do programa/competência pedidos........................................<*
       CTLE-DEVOLVE-EXECUCAO.
           IF W-FS-CONTROLE = "23"
              PERFORM             CTLE-DEVOLVE-SEM-EXECUCAO
              EXIT                PARAGRAPH
           END-IF.
           MOVE CTLE-SITUACAO     TO LK-CTL-SITUACAO.
           MOVE CTLE-DATA-INICIO  TO LK-CTL-DATA-INICIO.
           MOVE CTLE-HORA-INICIO  TO LK-CTL-HORA-INICIO.
           MOVE CTLE-DATA-FIM     TO LK-CTL-DATA-FIM.
           MOVE CTLE-HORA-FIM     TO LK-CTL-HORA-FIM.
           MOVE CTLE-QTD-LIDOS    TO LK-CTL-QTD-LIDOS.
           MOVE CTLE-QTD-PROCESSADOS TO LK-CTL-QTD-PROCESSADOS.
           MOVE CTLE-QTD-REJEITADOS TO LK-CTL-QTD-REJEITADOS.
           MOVE CTLE-TOTAL-1      TO LK-CTL-TOTAL-1.
           MOVE CTLE-TOTAL-2      TO LK-CTL-TOTAL-2.
           MOVE CTLE-MENSAGEM     TO LK-CTL-MENSAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Devolve passo sem execução registrada (situação em branco, horários e contagens zerados).....................<*
       CTLE-DEVOLVE-SEM-EXECUCAO.
           SET                    LK-CTL-SEM-EXECUCAO TO TRUE.
           MOVE ZEROS             TO LK-CTL-DATA-INICIO
                                     LK-CTL-HORA-INICIO
                                     LK-CTL-DATA-FIM
                                     LK-CTL-HORA-FIM
                                     LK-CTL-QTD-LIDOS
                                     LK-CTL-QTD-PROCESSADOS
                                     LK-CTL-QTD-REJEITADOS
                                     LK-CTL-TOTAL-1
                                     LK-CTL-TOTAL-2.
           MOVE SPACES            TO LK-CTL-MENSAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava o evento corrente (início, fim ou recusa) no histórico de execuções....................................<*
       CTLE-GRAVA-HISTORICO.
           MOVE W-DATA-EVENTO     TO LHI-DATA.
           MOVE W-HORA-EVENTO     TO LHI-HORA.
           MOVE W-USUARIO         TO LHI-USUARIO.
           MOVE LK-CTL-PROGRAMA   TO LHI-PROGRAMA.
           MOVE LK-CTL-COMPETENCIA TO LHI-COMPETENCIA.
           EVALUATE               TRUE
              WHEN LK-CTL-INICIO
                 MOVE "INICIO"    TO LHI-EVENTO
                 MOVE ZEROS       TO LHI-QTD-LIDOS
                                     LHI-QTD-PROCESSADOS
                                     LHI-QTD-REJEITADOS
                                     LHI-TOTAL-1
                                     LHI-TOTAL-2
                 MOVE SPACES      TO LHI-MENSAGEM
              WHEN LK-CTL-FIM
                 MOVE "FIM"       TO LHI-EVENTO
                 MOVE LK-CTL-QTD-LIDOS TO LHI-QTD-LIDOS
                 MOVE LK-CTL-QTD-PROCESSADOS TO LHI-QTD-PROCESSADOS
                 MOVE LK-CTL-QTD-REJEITADOS TO LHI-QTD-REJEITADOS
                 MOVE LK-CTL-TOTAL-1 TO LHI-TOTAL-1
                 MOVE LK-CTL-TOTAL-2 TO LHI-TOTAL-2
                 MOVE LK-CTL-MENSAGEM TO LHI-MENSAGEM
              WHEN OTHER
                 MOVE "RECUSA"    TO LHI-EVENTO
                 MOVE ZEROS       TO LHI-QTD-LIDOS
                                     LHI-QTD-PROCESSADOS
                                     LHI-QTD-REJEITADOS
                                     LHI-TOTAL-1
                                     LHI-TOTAL-2
                 MOVE LK-CTL-MENSAGEM TO LHI-MENSAGEM
           END-EVALUATE.
           MOVE SPACES            TO REG-HISTORICO.
           MOVE W-LINHA-HISTORICO TO REG-HISTORICO.
           OPEN EXTEND            F-HISTORICO.
           IF W-FS-HISTORICO = "35" OR "05"
              OPEN OUTPUT         F-HISTORICO
           END-IF.
           WRITE                  REG-HISTORICO.
           CLOSE                  F-HISTORICO.
      *>--------------------------------------------------------------------------------------------------------------<*
