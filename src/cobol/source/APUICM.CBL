      *>->                              cópia para campo sem sinal chegava como valor absoluto,
      *>->                              inflando o saldo a recolher; o demonstrativo passou a imprimir
      *>->                              o sinal
      *>-> 15/10/2026  equipe fiscal    Incluída a apuração por estabelecimento: depois da apuração da
      *>->                              empresa (APURSLD, visão consolidada que segue para a guia e as
      *>->                              demais rotinas), cada estabelecimento do mestre ESTABEL é
      *>->                              apurado com os seus débitos (ACUMEST), créditos (ACUMCRES) e
      *>->                              saldo credor transportado, gravado em APUREST; o demonstrativo
      *>->                              traz a empresa no topo, uma seção por estabelecimento e a
      *>->                              conferência da soma dos estabelecimentos contra a empresa
      *>-> 15/10/2026  equipe fiscal    Incluída a conferência de pré-requisitos no controle da cadeia
      *>->                              fiscal (CTLEXE/CTLEXEC) antes de apurar: LANICM e CREICM concluídos
      *>->                              na competência e sem execução interrompida no mês corrente,
      *>->                              RECICM do ano concluído depois do último LANICM, e competência
      *>->                              ainda não apurada - a reapuração (que regrava APURSLD) exige o
      *>->                              PARM 'aaaammF'; início e fim da apuração ficam registrados com os
      *>->                              saldos a recolher e credor
      *>-> 15/10/2026  equipe fiscal    Pré-requisitos: exigida também a apropriação do CIAP (APRCIA)
      *>->                              concluída na competência
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                  access mode    is dynamic
                  record key     is apur-competencia
                  file status    is w-fs-apur.
      *>-> Cadastro mestre de estabelecimentos, um bloco de apuração por
      *>-> estabelecimento
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Acumulador mensal de débitos por estabelecimento (CALICM)
           select f-acum-est
                  assign to      "ACUMEST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acest-chave
                  file status    is w-fs-acumest.
      *>-> Acumulador mensal de créditos por estabelecimento (CREICM)
           select f-acum-cred-est
                  assign to      "ACUMCRES"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acres-chave
                  file status    is w-fs-acres.
      *>-> Apurações mensais por estabelecimento, com o saldo transportado
           select f-apur-est
                  assign to      "APUREST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is apest-chave
                  file status    is w-fs-apest.
      *>-> Demonstrativo da apuração da competência
           select f-relatorio
                  assign to      "APUICMRL"
       copy                       "ACUMCRE.CPY".
       fd  f-apuracoes.
       copy                       "APURICM.CPY".
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-acum-est.
       copy                       "ACUMEST.CPY".
       fd  f-acum-cred-est.
       copy                       "ACUMCRES.CPY".
       fd  f-apur-est.
       copy                       "APUREST.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-fs-acred             pic is x(02)    value is spaces.
       01  w-fs-apur              pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-acumest           pic is x(02)    value is spaces.
       01  w-fs-acres             pic is x(02)    value is spaces.
       01  w-fs-apest             pic is x(02)    value is spaces.
      *>-> Indicador de fim da varredura do mestre de estabelecimentos
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Presença dos acumuladores por estabelecimento (arquivo ainda
      *>-> não criado = estabelecimento sem movimento, valores zerados)
       01  w-acest-presenca       pic is x(01)    value is "S".
           88 acest-presente                      value is "S".
           88 acest-ausente                        value "N".
       01  w-acres-presenca       pic is x(01)    value is "S".
           88 acres-presente                      value is "S".
           88 acres-ausente                        value "N".
      *>-> Competência da apuração (parâmetro de execução aaaamm)
       01  w-competencia          pic is 9(06)    value is zeros.
       01  w-compet-partes        redefines w-competencia.
                                   value is zeros comp-3.
       01  w-saldo-recolher       pic is 9(11)v99 value is zeros comp-3.
       01  w-saldo-credor         pic is 9(11)v99 value is zeros comp-3.
      *>-> Valores apurados no estabelecimento corrente
       01  w-est-debitos          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-est-creditos         pic is 9(11)v99 value is zeros comp-3.
       01  w-est-saldo-cred-ant   pic is 9(11)v99 value is zeros comp-3.
       01  w-est-resultado        pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-est-saldo-recolher   pic is 9(11)v99 value is zeros comp-3.
       01  w-est-saldo-credor     pic is 9(11)v99 value is zeros comp-3.
      *>-> Soma dos estabelecimentos, conferida contra a empresa
       01  w-qtd-estab            pic is 9(04)    value is zeros.
       01  w-soma-est-debitos     pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-soma-est-creditos    pic is 9(11)v99 value is zeros comp-3.
      *>-> Área de comunicação com o controle de execução (CTLEXE)
       copy                       "CTLEXELK.CPY".
      *>-> Reapuração de competência já apurada pedida no PARM (posição 7)
       01  w-reapuracao           pic is x(01)    value is "N".
           88 reapuracao-forcada                  value is "S".
           88 reapuracao-normal                    value "N".
      *>-> Passo e competência conferidos no controle da cadeia, momento
      *>-> (aaaammddhhmmss) do fim do passo e do último lançamento, e
      *>-> motivo de recusa por pré-requisito
       01  w-ctl-passo            pic is x(08)    value is spaces.
       01  w-ctl-compet           pic is 9(06)    value is zeros.
       01  w-compet-corrente      pic is 9(06)    value is zeros.
       01  w-momento-fim          pic is 9(14)    value is zeros.
       01  w-momento-lancamento   pic is 9(14)    value is zeros.
       01  w-motivo-recusa        pic is x(60)    value is spaces.
      *>-> Cabeçalho da seção de um estabelecimento no demonstrativo
       01  w-linha-estab.
           05 filler              pic is x(16)
                                   value is "ESTABELECIMENTO ".
           05 les-codigo          pic is 9(04)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 les-nome            pic is x(40)    value is spaces.
           05 filler              pic is x(04)    value is " UF ".
           05 les-uf              pic is x(02)    value is spaces.
           05 filler              pic is x(04)    value is " IE ".
           05 les-ie              pic is x(14)    value is spaces.
      *>-> Linha de valor do demonstrativo
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=APUICM,PARM='aaaamm'): meia-palavra
      *>-> com o tamanho do texto, seguida do próprio texto, conforme convenção
      *>-> padrão de passagem de PARM para programas COBOL batch; posição 7
      *>-> = F força a reapuração de competência já apurada
       01  lk-parm-compet.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(07).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-compet.
      *>--------------------------------------------------------------------------------------------------------------<*
           IF LK-PARM-TAM > ZEROS AND NOT > 6
              MOVE LK-PARM-VALOR(1:LK-PARM-TAM) TO W-COMPETENCIA
           END-IF.
           IF LK-PARM-TAM = 7
              MOVE LK-PARM-VALOR(1:6) TO W-COMPETENCIA
              IF LK-PARM-VALOR(7:1) = "F"
                 SET              REAPURACAO-FORCADA TO TRUE
              END-IF
           END-IF.
      *>-> Sem competência válida no PARM, assume o mês civil anterior
           IF W-COMPET-ANO = ZEROS OR
              W-COMPET-MES = ZEROS OR
              W-COMPET-MES > 12
              PERFORM             APUI-COMPETENCIA-ANTERIOR
           END-IF.
           PERFORM                APUI-CONFERE-PREREQUISITOS.
           PERFORM                APUI-REGISTRA-INICIO.
           PERFORM                APUI-DEFINE-COMPET-ANTERIOR.
           PERFORM                APUI-CARREGA-DEBITOS.
           PERFORM                APUI-CARREGA-CREDITOS.
           PERFORM                APUI-APURA-SALDOS.
           PERFORM                APUI-GRAVA-APURACAO.
           PERFORM                APUI-EMITE-DEMONSTRATIVO.
           PERFORM                APUI-APURA-ESTABELECIMENTOS.
           PERFORM                APUI-EMITE-CONFERENCIA.
           CLOSE                  F-RELATORIO.
           PERFORM                APUI-REGISTRA-FIM.
           DISPLAY "APUICM: COMPETENCIA " W-COMPETENCIA
                   " APURADA".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere no controle da cadeia fiscal os passos que precedem a apuração da competência: lançamentos...........<*
      *>-> (LANICM) e créditos (CREICM) concluídos na competência e sem execução interrompida no mês corrente,..........<*
      *>-> apropriação do CIAP (APRCIA) concluída na competência,.......................................................<*
      *>-> reconciliação (RECICM) do ano concluída depois do último lançamento, e apuração ainda não feita na...........<*
      *>-> competência (salvo reapuração forçada no PARM)...............................................................<*
       APUI-CONFERE-PREREQUISITOS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPET-CORRENTE.
           MOVE ZEROS             TO W-MOMENTO-LANCAMENTO.
           MOVE "LANICM"          TO W-CTL-PASSO.
           MOVE W-COMPETENCIA     TO W-CTL-COMPET.
           PERFORM                APUI-EXIGE-CONCLUIDO.
           PERFORM                APUI-GUARDA-LANCAMENTO.
           IF W-COMPET-CORRENTE NOT = W-COMPETENCIA
              MOVE W-COMPET-CORRENTE TO W-CTL-COMPET
              PERFORM             APUI-EXIGE-NAO-INTERROMPIDO
              PERFORM             APUI-GUARDA-LANCAMENTO
           END-IF.
           MOVE "CREICM"          TO W-CTL-PASSO.
           MOVE W-COMPETENCIA     TO W-CTL-COMPET.
           PERFORM                APUI-EXIGE-CONCLUIDO.
           IF W-COMPET-CORRENTE NOT = W-COMPETENCIA
              MOVE W-COMPET-CORRENTE TO W-CTL-COMPET
              PERFORM             APUI-EXIGE-NAO-INTERROMPIDO
           END-IF.
           MOVE "APRCIA"          TO W-CTL-PASSO.
           MOVE W-COMPETENCIA     TO W-CTL-COMPET.
           PERFORM                APUI-EXIGE-CONCLUIDO.
           MOVE "RECICM"          TO W-CTL-PASSO.
           COMPUTE W-CTL-COMPET = W-COMPET-ANO * 100.
           PERFORM                APUI-EXIGE-CONCLUIDO.
           IF W-MOMENTO-FIM < W-MOMENTO-LANCAMENTO
              MOVE "RECICM ANTERIOR AO ULTIMO LANICM - REFAZER RECICM"
                TO W-MOTIVO-RECUSA
              PERFORM             APUI-RECUSA-EXECUCAO
           END-IF.
           MOVE W78-NOMPRG        TO W-CTL-PASSO.
           MOVE W-COMPETENCIA     TO W-CTL-COMPET.
           PERFORM                APUI-CONSULTA-PASSO.
           IF LK-CTL-CONCLUIDA AND
              REAPURACAO-NORMAL
              MOVE "JA APURADA - REAPURAR COM PARM 'AAAAMMF'"
                TO W-MOTIVO-RECUSA
              PERFORM             APUI-RECUSA-EXECUCAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Exige a última execução do passo W-CTL-PASSO na competência W-CTL-COMPET concluída (guarda o momento.........<*
      *>-> do fim em W-MOMENTO-FIM).....................................................................................<*
       APUI-EXIGE-CONCLUIDO.
           PERFORM                APUI-CONSULTA-PASSO.
           IF LK-CTL-SEM-EXECUCAO
              MOVE SPACES         TO W-MOTIVO-RECUSA
              STRING W-CTL-PASSO  DELIMITED BY SPACE
                     " "          DELIMITED SIZE
                     W-CTL-COMPET DELIMITED SIZE
                     " SEM EXECUCAO REGISTRADA" DELIMITED SIZE
                     INTO W-MOTIVO-RECUSA
              END-STRING
              PERFORM             APUI-RECUSA-EXECUCAO
           END-IF.
           PERFORM                APUI-EXIGE-NAO-INTERROMPIDO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa quando a última execução do passo W-CTL-PASSO na competência W-CTL-COMPET não tem fim registrado......<*
      *>-> (em execução ou interrompida); passo sem execução passa......................................................<*
       APUI-EXIGE-NAO-INTERROMPIDO.
           PERFORM                APUI-CONSULTA-PASSO.
           IF LK-CTL-EM-EXECUCAO
              MOVE SPACES         TO W-MOTIVO-RECUSA
              STRING W-CTL-PASSO  DELIMITED BY SPACE
                     " "          DELIMITED SIZE
                     W-CTL-COMPET DELIMITED SIZE
                     " EM EXECUCAO OU INTERROMPIDO" DELIMITED SIZE
                     INTO W-MOTIVO-RECUSA
              END-STRING
              PERFORM             APUI-RECUSA-EXECUCAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Consulta a última execução do passo W-CTL-PASSO na competência W-CTL-COMPET; sem o controle legível não......<*
      *>-> ha conferência possível: recusa..............................................................................<*
       APUI-CONSULTA-PASSO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-CONSULTA TO TRUE.
           MOVE W-CTL-PASSO       TO LK-CTL-PROGRAMA.
           MOVE W-CTL-COMPET      TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              MOVE "CONTROLE DE EXECUCAO CTLEXEC INDISPONIVEL"
                TO W-MOTIVO-RECUSA
              PERFORM             APUI-RECUSA-EXECUCAO
           END-IF.
           COMPUTE W-MOMENTO-FIM = LK-CTL-DATA-FIM * 1000000
                                 + LK-CTL-HORA-FIM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Guarda o momento do fim do LANICM consultado quando é o último lançamento conhecido..........................<*
       APUI-GUARDA-LANCAMENTO.
           IF LK-CTL-CONCLUIDA AND
              W-MOMENTO-FIM > W-MOMENTO-LANCAMENTO
              MOVE W-MOMENTO-FIM  TO W-MOMENTO-LANCAMENTO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa a apuração por pré-requisito: registra a recusa no histórico do controle e para com a mensagem........<*
       APUI-RECUSA-EXECUCAO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-RECUSA TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           MOVE W-MOTIVO-RECUSA   TO LK-CTL-MENSAGEM.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           DISPLAY "APUICM: COMPETENCIA " W-COMPETENCIA
                   " RECUSADA - " W-MOTIVO-RECUSA.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início da apuração da competência no controle da cadeia fiscal....................................<*
       APUI-REGISTRA-INICIO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-INICIO TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "APUICM: CONTROLE DE EXECUCAO CTLEXEC "
                      "INDISPONIVEL - APURACAO NAO INICIADA"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim da apuração: estabelecimentos apurados e os saldos a recolher e credor da empresa.............<*
       APUI-REGISTRA-FIM.
           SET                    LK-CTL-FIM TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           MOVE 1                 TO LK-CTL-QTD-LIDOS.
           MOVE W-QTD-ESTAB       TO LK-CTL-QTD-PROCESSADOS.
           MOVE ZEROS             TO LK-CTL-QTD-REJEITADOS.
           MOVE W-SALDO-RECOLHER  TO LK-CTL-TOTAL-1.
           MOVE W-SALDO-CREDOR    TO LK-CTL-TOTAL-2.
           IF REAPURACAO-FORCADA
              MOVE "REAPURADA (PARM F) - SALDO A RECOLHER / CREDOR"
                TO LK-CTL-MENSAGEM
           ELSE
              MOVE "APURADA - SALDO A RECOLHER / CREDOR"
                TO LK-CTL-MENSAGEM
           END-IF.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "APUICM: FIM DA APURACAO NAO REGISTRADO NO "
                      "CONTROLE CTLEXEC"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Apura a competência do mês civil anterior a data corrente......................................................<*
       APUI-COMPETENCIA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPETENCIA.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "EMPRESA - VISAO CONSOLIDADA" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "DEBITOS DO MES (SAIDAS)" TO LVL-DESCRICAO.
           MOVE W-DEBITOS-MES     TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
           MOVE "SALDO CREDOR A TRANSPORTAR" TO LVL-DESCRICAO.
           MOVE W-SALDO-CREDOR    TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Apura cada estabelecimento do mestre ESTABEL na competência, grava a apuração em APUREST e imprime a.........<*
      *>-> seção do estabelecimento (sem o mestre, o demonstrativo fica só com a visão consolidada).....................<*
       APUI-APURA-ESTABELECIMENTOS.
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL = "35"
              MOVE SPACES         TO REG-RELATORIO
              WRITE               REG-RELATORIO
              MOVE "SEM MESTRE DE ESTABELECIMENTOS (ESTABEL)"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              STOP RUN
           END-IF.
      *>-> Acumulador ainda não criado = nenhum lançamento por
      *>-> estabelecimento; ilegível e parada dura, como na empresa
           SET                    ACEST-PRESENTE TO TRUE.
           OPEN INPUT             F-ACUM-EST.
           IF W-FS-ACUMEST = "35"
              SET                 ACEST-AUSENTE TO TRUE
           ELSE
              IF W-FS-ACUMEST NOT = "00"
                 DISPLAY "ACUMULADOR POR ESTAB. INDISPONIVEL - STATUS "
                         W-FS-ACUMEST
                 STOP RUN
              END-IF
           END-IF.
           SET                    ACRES-PRESENTE TO TRUE.
           OPEN INPUT             F-ACUM-CRED-EST.
           IF W-FS-ACRES = "35"
              SET                 ACRES-AUSENTE TO TRUE
           ELSE
              IF W-FS-ACRES NOT = "00"
                 DISPLAY "ACUM. CREDITOS POR ESTAB. INDISPONIVEL - "
                         "STATUS " W-FS-ACRES
                 STOP RUN
              END-IF
           END-IF.
           OPEN I-O               F-APUR-EST.
           IF W-FS-APEST = "35"
              OPEN OUTPUT         F-APUR-EST
              CLOSE               F-APUR-EST
              OPEN I-O            F-APUR-EST
           END-IF.
           IF W-FS-APEST NOT = "00"
              DISPLAY "APURACOES POR ESTAB. INDISPONIVEL - STATUS "
                      W-FS-APEST
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO EST-CODIGO.
           START F-ESTABELECIMENTOS KEY NOT < EST-CODIGO
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ESTABELECIMENTOS NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-ESTABEL NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 PERFORM          APUI-APURA-UM-ESTAB
              END-IF
           END-PERFORM.
           CLOSE                  F-ESTABELECIMENTOS
                                  F-APUR-EST.
           IF ACEST-PRESENTE
              CLOSE               F-ACUM-EST
           END-IF.
           IF ACRES-PRESENTE
              CLOSE               F-ACUM-CRED-EST
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Apura o estabelecimento corrente: débitos menos créditos menos o saldo credor transportado da................<*
      *>-> competência anterior do próprio estabelecimento, grava APUREST e imprime a seção.............................<*
       APUI-APURA-UM-ESTAB.
           ADD 1                  TO W-QTD-ESTAB.
           MOVE ZEROS             TO W-EST-DEBITOS
                                     W-EST-CREDITOS
                                     W-EST-SALDO-CRED-ANT.
           IF ACEST-PRESENTE
              MOVE EST-CODIGO     TO ACEST-ESTAB
              MOVE W-COMPET-ANO   TO ACEST-ANO
              READ                F-ACUM-EST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ACEST-FILHO-OCC(W-COMPET-MES)
                      TO W-EST-DEBITOS
              END-READ
           END-IF.
           IF ACRES-PRESENTE
              MOVE EST-CODIGO     TO ACRES-ESTAB
              MOVE W-COMPET-ANO   TO ACRES-ANO
              READ                F-ACUM-CRED-EST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ACRES-FILHO-OCC(W-COMPET-MES)
                      TO W-EST-CREDITOS
              END-READ
           END-IF.
           MOVE EST-CODIGO        TO APEST-ESTAB.
           MOVE W-COMPET-ANTERIOR TO APEST-COMPETENCIA.
           READ                   F-APUR-EST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE APEST-SALDO-CREDOR TO W-EST-SALDO-CRED-ANT
           END-READ.
           COMPUTE W-EST-RESULTADO = W-EST-DEBITOS
                                   - W-EST-CREDITOS
                                   - W-EST-SALDO-CRED-ANT.
           IF W-EST-RESULTADO > ZEROS
              MOVE W-EST-RESULTADO TO W-EST-SALDO-RECOLHER
              MOVE ZEROS          TO W-EST-SALDO-CREDOR
           ELSE
              MOVE ZEROS          TO W-EST-SALDO-RECOLHER
              COMPUTE W-EST-SALDO-CREDOR = ZEROS - W-EST-RESULTADO
           END-IF.
           ADD W-EST-DEBITOS      TO W-SOMA-EST-DEBITOS.
           ADD W-EST-CREDITOS     TO W-SOMA-EST-CREDITOS.
           MOVE EST-CODIGO        TO APEST-ESTAB.
           MOVE W-COMPETENCIA     TO APEST-COMPETENCIA.
           READ                   F-APUR-EST
              INVALID KEY
                 INITIALIZE       W-REG-APUR-EST
                 MOVE EST-CODIGO  TO APEST-ESTAB
                 MOVE W-COMPETENCIA TO APEST-COMPETENCIA
           END-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APEST-DATA-APURACAO.
           MOVE W-EST-DEBITOS     TO APEST-DEBITOS.
           MOVE W-EST-CREDITOS    TO APEST-CREDITOS.
           MOVE W-EST-SALDO-CRED-ANT TO APEST-SALDO-CRED-ANT.
           MOVE W-EST-SALDO-RECOLHER TO APEST-SALDO-RECOLHER.
           MOVE W-EST-SALDO-CREDOR TO APEST-SALDO-CREDOR.
           IF W-FS-APEST = "23"
              WRITE               W-REG-APUR-EST
           ELSE
              REWRITE             W-REG-APUR-EST
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE EST-CODIGO        TO LES-CODIGO.
           MOVE EST-NOME          TO LES-NOME.
           MOVE EST-UF            TO LES-UF.
           MOVE EST-IE            TO LES-IE.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-ESTAB     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "DEBITOS DO MES (SAIDAS)" TO LVL-DESCRICAO.
           MOVE W-EST-DEBITOS     TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
           MOVE "CREDITOS DO MES (ENTRADAS)" TO LVL-DESCRICAO.
           MOVE W-EST-CREDITOS    TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
           MOVE "SALDO CREDOR ANTERIOR" TO LVL-DESCRICAO.
           MOVE W-EST-SALDO-CRED-ANT TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
           MOVE "SALDO A RECOLHER" TO LVL-DESCRICAO.
           MOVE W-EST-SALDO-RECOLHER TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
           MOVE "SALDO CREDOR A TRANSPORTAR" TO LVL-DESCRICAO.
           MOVE W-EST-SALDO-CREDOR TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere a soma dos débitos e créditos dos estabelecimentos contra os da empresa (lançamentos anteriores......<*
      *>-> a abertura das filiais sem a conversão CNVEST aparecem aqui como diferença)..................................<*
       APUI-EMITE-CONFERENCIA.
           IF W-QTD-ESTAB = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "CONFERENCIA ESTABELECIMENTOS X EMPRESA"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "SOMA DOS DEBITOS DOS ESTABELECIMENTOS"
             TO LVL-DESCRICAO.
           MOVE W-SOMA-EST-DEBITOS TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
           MOVE "SOMA DOS CREDITOS DOS ESTABELECIMENTOS"
             TO LVL-DESCRICAO.
           MOVE W-SOMA-EST-CREDITOS TO LVL-VALOR.
           PERFORM                APUI-GRAVA-VALOR.
           IF W-SOMA-EST-DEBITOS NOT = W-DEBITOS-MES OR
              W-SOMA-EST-CREDITOS NOT = W-CREDITOS-MES
              MOVE "*** ESTABELECIMENTOS DIVERGEM DA EMPRESA ***"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              DISPLAY "APUICM: SOMA DOS ESTABELECIMENTOS DIVERGE "
                      "DA EMPRESA"
           ELSE
              MOVE "ESTABELECIMENTOS CONFEREM COM A EMPRESA"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de valor do demonstrativo (descrição e valor já preenchidos)..................................<*
       APUI-GRAVA-VALOR.
