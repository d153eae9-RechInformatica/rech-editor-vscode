      *>->                              marcado por INTICM ao gerar a interface contábil): não se
      *>->                              transporta saldo de ano cujos meses a contabilidade ainda não
      *>->                              recebeu
      *>-> 15/10/2026  equipe fiscal    Depois do fechamento da empresa (visão consolidada), cada
      *>->                              estabelecimento do acumulador por estabelecimento (ACUMEST) tem o
      *>->                              ano totalizado e impresso em bloco próprio do relatório e o seu
      *>->                              saldo transportado para o ano seguinte no próprio ACUMEST; a soma
      *>->                              dos estabelecimentos é conferida contra o total da empresa
      *>-> 15/10/2026  equipe fiscal    Incluída a conferência de pré-requisitos no controle da cadeia
      *>->                              fiscal (CTLEXE/CTLEXEC) antes de fechar o ano: INTICM de dezembro
      *>->                              concluído e RECICM do ano concluído sem meses divergentes; início
      *>->                              e fim do fechamento ficam registrados (competência aaaa00) com o
      *>->                              total do ano e o número de estabelecimentos fechados
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                  access mode    is dynamic
                  record key     is acum-ano
                  file status    is w-fs-acum.
      *>-> Acumulador mensal por estabelecimento mantido por CALICM
           select f-acum-est
                  assign to      "ACUMEST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acest-chave
                  file status    is w-fs-acumest.
      *>-> Relat�rio de fechamento anual
           select f-relfech
                  assign to      "FECICMRL"
       file                       section.
       fd  f-acum-icms.
       copy                       "ACUMICM.CPY".
       fd  f-acum-est.
       copy                       "ACUMEST.CPY".
       fd  f-relfech.
       01  reg-relfech            pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Status dos arquivos
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-relfech           pic is x(02)    value is spaces.
       01  w-fs-acumest           pic is x(02)    value is spaces.
      *>-> Ano-base cujo fechamento ser� apurado (par�metro de execu��o)
       01  w-ano-fechamento       pic is 9(04)    value is zeros.
      *>-> Registro do ano seguinte, para gravar o saldo transportado
       01  w-indice-mes           pic is 9(02)    value is zeros.
       01  w-total-ano            pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Totais do ano por estabelecimento, guardados na varredura do
      *>-> ACUMEST para o transporte de saldo feito depois dela
       78  w78-max-estab                          value is 200.
       01  w-tab-fech-estab.
           05 w-fech-estab-item   occurs 200 times.
              10 tfe-estab        pic is 9(04).
              10 tfe-total        pic is s9(11)v99 comp-3.
       01  w-qtd-fech-estab       pic is 9(04)    value is zeros.
       01  w-ind-estab            pic is 9(04)    value is zeros.
       01  w-total-estab          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-soma-estab           pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Área de comunicação com o controle de execução (CTLEXE)
       copy                       "CTLEXELK.CPY".
      *>-> Passo e competência conferidos no controle da cadeia (passos
      *>-> anuais em aaaa00) e motivo de recusa por pré-requisito
       01  w-ctl-passo            pic is x(08)    value is spaces.
       01  w-ctl-compet           pic is 9(06)    value is zeros.
       01  w-compet-controle      pic is 9(06)    value is zeros.
       01  w-motivo-recusa        pic is x(60)    value is spaces.
       01  w-qtd-divergencias-ed  pic is z9       value is zeros.
      *>-> Indicador de fim da varredura do acumulador por estabelecimento
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Linha do relat�rio de fechamento
       01  w-linha-relfech.
           05 lrf-mes             pic is z9      value is zeros.
              MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-FECHAMENTO
              SUBTRACT 1          FROM W-ANO-FECHAMENTO
           END-IF.
           COMPUTE W-COMPET-CONTROLE = W-ANO-FECHAMENTO * 100.
           PERFORM                FECI-CONFERE-PREREQUISITOS.
           OPEN INPUT             F-ACUM-ICMS.
           IF W-FS-ACUM = "35"
              DISPLAY "ANO-BASE SEM ACUMULADOR: " W-ANO-FECHAMENTO
           END-READ.
           CLOSE                  F-ACUM-ICMS.
           PERFORM                FECI-CONFERE-MESES.
           PERFORM                FECI-REGISTRA-INICIO.
           PERFORM                FECI-SOMA-MESES.
           PERFORM                FECI-EMITE-RELATORIO.
           PERFORM                FECI-GRAVA-CARREGA.
           PERFORM                FECI-FECHA-ESTABELECIMENTOS.
           PERFORM                FECI-MARCA-ANO-FECHADO.
           CLOSE                  F-RELFECH.
           PERFORM                FECI-REGISTRA-FIM.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere no controle da cadeia fiscal os passos que precedem o fechamento do ano: interface de dezembro.......<*
      *>-> (INTICM aaaa12) concluída e reconciliação do ano (RECICM aaaa00) concluída sem meses divergentes.............<*
       FECI-CONFERE-PREREQUISITOS.
           MOVE "INTICM"          TO W-CTL-PASSO.
           COMPUTE W-CTL-COMPET = W-COMPET-CONTROLE + 12.
           PERFORM                FECI-EXIGE-CONCLUIDO.
           MOVE "RECICM"          TO W-CTL-PASSO.
           MOVE W-COMPET-CONTROLE TO W-CTL-COMPET.
           PERFORM                FECI-EXIGE-CONCLUIDO.
           IF LK-CTL-QTD-REJEITADOS > ZEROS
              MOVE LK-CTL-QTD-REJEITADOS TO W-QTD-DIVERGENCIAS-ED
              MOVE SPACES         TO W-MOTIVO-RECUSA
              STRING "RECICM "    DELIMITED SIZE
                     W-ANO-FECHAMENTO DELIMITED SIZE
                     " COM "      DELIMITED SIZE
                     W-QTD-DIVERGENCIAS-ED DELIMITED SIZE
                     " MES(ES) DIVERGENTE(S)" DELIMITED SIZE
                     INTO W-MOTIVO-RECUSA
              END-STRING
              PERFORM             FECI-RECUSA-EXECUCAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Exige a última execução do passo W-CTL-PASSO na competência W-CTL-COMPET concluída; sem o controle...........<*
      *>-> legível não ha conferência possível: recusa..................................................................<*
       FECI-EXIGE-CONCLUIDO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-CONSULTA TO TRUE.
           MOVE W-CTL-PASSO       TO LK-CTL-PROGRAMA.
           MOVE W-CTL-COMPET      TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              MOVE "CONTROLE DE EXECUCAO CTLEXEC INDISPONIVEL"
                TO W-MOTIVO-RECUSA
              PERFORM             FECI-RECUSA-EXECUCAO
           END-IF.
           IF NOT LK-CTL-CONCLUIDA
              MOVE SPACES         TO W-MOTIVO-RECUSA
              STRING W-CTL-PASSO  DELIMITED BY SPACE
                     " "          DELIMITED SIZE
                     W-CTL-COMPET DELIMITED SIZE
                     " SEM EXECUCAO CONCLUIDA" DELIMITED SIZE
                     INTO W-MOTIVO-RECUSA
              END-STRING
              PERFORM             FECI-RECUSA-EXECUCAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa o fechamento por pré-requisito: registra a recusa no histórico do controle e para com a mensagem......<*
       FECI-RECUSA-EXECUCAO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-RECUSA TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-CONTROLE TO LK-CTL-COMPETENCIA.
           MOVE W-MOTIVO-RECUSA   TO LK-CTL-MENSAGEM.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           DISPLAY "FECICM: ANO " W-ANO-FECHAMENTO
                   " RECUSADO - " W-MOTIVO-RECUSA.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início do fechamento do ano no controle da cadeia fiscal..........................................<*
       FECI-REGISTRA-INICIO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-INICIO TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-CONTROLE TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "FECICM: CONTROLE DE EXECUCAO CTLEXEC "
                      "INDISPONIVEL - FECHAMENTO NAO INICIADO"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim do fechamento: estabelecimentos fechados e total do ano transportado..........................<*
       FECI-REGISTRA-FIM.
           SET                    LK-CTL-FIM TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-CONTROLE TO LK-CTL-COMPETENCIA.
           MOVE 12                TO LK-CTL-QTD-LIDOS.
           MOVE W-QTD-FECH-ESTAB  TO LK-CTL-QTD-PROCESSADOS.
           MOVE ZEROS             TO LK-CTL-QTD-REJEITADOS
                                     LK-CTL-TOTAL-2.
           MOVE W-TOTAL-ANO       TO LK-CTL-TOTAL-1.
           MOVE "ANO FECHADO - TOTAL TRANSPORTADO PARA O ANO SEGUINTE"
             TO LK-CTL-MENSAGEM.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "FECICM: FIM DO FECHAMENTO NAO REGISTRADO NO "
                      "CONTROLE CTLEXEC"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa o fechamento enquanto qualquer mês de competência do ano ainda estiver aberto (a interface............<*
      *>-> contábil do mês, gerada por INTICM, e quem fecha cada mês)...................................................<*
       FECI-CONFERE-MESES.
                  LRF-VALOR       DELIMITED SIZE
                  INTO REG-RELFECH.
           WRITE                  REG-RELFECH.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava o registro do pr�ximo ano-base com o saldo transportado do fechamento atual............................<*
       FECI-GRAVA-CARREGA.
           END-READ.
           CLOSE                  F-ACUM-ICMS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Fecha o ano de cada estabelecimento: totaliza e imprime o ano de cada um a partir de ACUMEST, confere........<*
      *>-> a soma contra a empresa e transporta o saldo de cada estabelecimento para o ano seguinte.....................<*
       FECI-FECHA-ESTABELECIMENTOS.
           OPEN INPUT             F-ACUM-EST.
           IF W-FS-ACUMEST = "35"
              CLOSE               F-ACUM-EST
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-ACUMEST NOT = "00"
              DISPLAY "ACUMULADOR POR ESTAB. INDISPONIVEL - STATUS "
                      W-FS-ACUMEST
              STOP RUN
           END-IF.
           MOVE ZEROS             TO W-QTD-FECH-ESTAB
                                     W-SOMA-ESTAB.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO ACEST-CHAVE.
           START F-ACUM-EST KEY NOT < ACEST-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-EST NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-ACUMEST NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF ACEST-ANO = W-ANO-FECHAMENTO
                    PERFORM       FECI-EMITE-UM-ESTAB
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE                  F-ACUM-EST.
           MOVE SPACES            TO REG-RELFECH.
           WRITE                  REG-RELFECH.
           MOVE                   W-SOMA-ESTAB TO LRF-VALOR.
           MOVE                   SPACES TO REG-RELFECH.
           STRING "TOTAL DOS ESTABELECIMENTOS " DELIMITED SIZE
                  LRF-VALOR       DELIMITED SIZE
                  INTO REG-RELFECH.
           WRITE                  REG-RELFECH.
           IF W-SOMA-ESTAB NOT = W-TOTAL-ANO
              MOVE "*** ESTABELECIMENTOS DIVERGEM DO TOTAL DA EMPRESA"
                TO REG-RELFECH
              WRITE               REG-RELFECH
              DISPLAY "FECICM: SOMA DOS ESTABELECIMENTOS DIVERGE "
                      "DA EMPRESA"
           END-IF.
           PERFORM                FECI-TRANSPORTA-ESTABS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Totaliza e imprime o ano do estabelecimento corrente (meses mais saldo transportado) e guarda o total........<*
      *>-> na tabela para o transporte..................................................................................<*
       FECI-EMITE-UM-ESTAB.
           IF W-QTD-FECH-ESTAB NOT < W78-MAX-ESTAB
              DISPLAY "ESTABELECIMENTOS ALEM DO LIMITE DA TABELA - "
                      "FECHAMENTO INTERROMPIDO"
              STOP RUN
           END-IF.
           MOVE ACEST-SALDO-ANTERIOR TO W-TOTAL-ESTAB.
           MOVE SPACES            TO REG-RELFECH.
           WRITE                  REG-RELFECH.
           MOVE SPACES            TO REG-RELFECH.
           STRING "ESTABELECIMENTO " DELIMITED SIZE
                  ACEST-ESTAB      DELIMITED SIZE
                  INTO REG-RELFECH.
           WRITE                  REG-RELFECH.
           PERFORM                VARYING W-INDICE-MES FROM 1 BY 1
                                   UNTIL W-INDICE-MES > 12
              ADD ACEST-FILHO-OCC(W-INDICE-MES) TO W-TOTAL-ESTAB
              MOVE                W-INDICE-MES TO LRF-MES
              MOVE ACEST-FILHO-OCC(W-INDICE-MES) TO LRF-VALOR
              MOVE                SPACES TO REG-RELFECH
              MOVE                W-LINHA-RELFECH TO REG-RELFECH
              WRITE               REG-RELFECH
           END-PERFORM.
           MOVE                   W-TOTAL-ESTAB TO LRF-VALOR.
           MOVE                   SPACES TO REG-RELFECH.
           STRING "TOTAL " DELIMITED SIZE
                  LRF-VALOR       DELIMITED SIZE
                  INTO REG-RELFECH.
           WRITE                  REG-RELFECH.
           ADD W-TOTAL-ESTAB      TO W-SOMA-ESTAB.
           ADD 1                  TO W-QTD-FECH-ESTAB.
           MOVE ACEST-ESTAB       TO TFE-ESTAB(W-QTD-FECH-ESTAB).
           MOVE W-TOTAL-ESTAB     TO TFE-TOTAL(W-QTD-FECH-ESTAB).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava o registro do próximo ano-base de cada estabelecimento com o saldo transportado (mesma regra de........<*
      *>-> FECI-GRAVA-CARREGA: registro novo nasce zerado, registro existente só recebe o saldo)........................<*
       FECI-TRANSPORTA-ESTABS.
           IF W-QTD-FECH-ESTAB = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           OPEN I-O               F-ACUM-EST.
           IF W-FS-ACUMEST NOT = "00"
              DISPLAY "ACUMULADOR POR ESTAB. INDISPONIVEL - STATUS "
                      W-FS-ACUMEST
              STOP RUN
           END-IF.
           PERFORM                VARYING W-IND-ESTAB FROM 1 BY 1
                                   UNTIL W-IND-ESTAB > W-QTD-FECH-ESTAB
              MOVE TFE-ESTAB(W-IND-ESTAB) TO ACEST-ESTAB
              COMPUTE ACEST-ANO = W-ANO-FECHAMENTO + 1
              READ                F-ACUM-EST
                 INVALID KEY
                    INITIALIZE    W-REG-ACUM-EST
                    MOVE TFE-ESTAB(W-IND-ESTAB) TO ACEST-ESTAB
                    COMPUTE ACEST-ANO = W-ANO-FECHAMENTO + 1
                    MOVE TFE-TOTAL(W-IND-ESTAB)
                      TO ACEST-SALDO-ANTERIOR
                    WRITE         W-REG-ACUM-EST
                 NOT INVALID KEY
                    MOVE TFE-TOTAL(W-IND-ESTAB)
                      TO ACEST-SALDO-ANTERIOR
                    REWRITE       W-REG-ACUM-EST
              END-READ
           END-PERFORM.
           CLOSE                  F-ACUM-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Marca o ano-base fechado (ACUM-SITUACAO), para que CALICM recuse lançamentos retroativos a esse ano..........<*
       FECI-MARCA-ANO-FECHADO.
           OPEN I-O               F-ACUM-ICMS.
