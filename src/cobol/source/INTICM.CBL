      *>->                              exatamente o desencontro acumulador x razão que o fechamento
      *>->                              por mês existe para impedir (o layout novo deve ser combinado
      *>->                              com a equipe do razão antes da próxima geração)
      *>-> 15/10/2026  equipe fiscal    Incluídos os detalhes de pagamento de guia (tipo 4: competência
      *>->                              da guia, valor pago e data do pagamento) e de encargos de mora
      *>->                              (tipo 5: multa e juros SELIC calculados por ENCGAR) para as guias
      *>->                              de recolhimento (GAREICM) pagas dentro do mês da competência da
      *>->                              interface; contam no trailer e somam no hash como os demais
      *>-> 15/10/2026  equipe fiscal    Incluídos os detalhes por estabelecimento (tipo 6: código do
      *>->                              estabelecimento, ano, mês e valor com sinal; mês 00 = saldo
      *>->                              transportado), um por posição do acumulador de cada
      *>->                              estabelecimento (ACUMEST) no ano da competência, depois dos
      *>->                              detalhes da empresa, que seguem como a visão consolidada;
      *>->                              contam no trailer e somam no hash como os demais (o tipo novo
      *>->                              deve ser combinado com a equipe do razão antes da próxima geração)
      *>-> 15/10/2026  equipe fiscal    Incluída a conferência de pré-requisitos no controle da cadeia
      *>->                              fiscal (CTLEXE/CTLEXEC) antes de gerar e fechar a competência:
      *>->                              APUICM concluído na competência e posterior ao último LANICM e
      *>->                              CREICM, nenhum LANICM/CREICM interrompido, e RECICM do ano
      *>->                              concluído sem meses divergentes depois do último LANICM - não se
      *>->                              fecha mais competência antes dos créditos; início e fim da geração
      *>->                              ficam registrados com a contagem de detalhes e o hash total
      *>-> 15/10/2026  equipe fiscal    Pré-requisitos: APUICM também posterior a apropriação do CIAP
      *>->                              (APRCIA) da competência, concluída e não interrompida
      *>-> 15/10/2026  equipe fiscal    Detalhes de pagamento (tipo 4) e de encargos (tipo 5) passaram a
      *>->                              trazer o estabelecimento da guia logo após o tipo, pois GAREICM
      *>->                              tem uma guia por estabelecimento e competência (o layout novo deve
      *>->                              ser combinado com a equipe do razão antes da próxima geração)
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                  assign to      "ICMSMOV.LOG"
                  organization   is line sequential
                  file status    is w-fs-movimento.
      *>-> Guias de recolhimento, para os detalhes de pagamento (tipo 4) e
      *>-> de encargos de mora (tipo 5) da interface
           select f-guias
                  assign to      "GAREICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is gare-chave
                  file status    is w-fs-gare.
      *>-> Acumulador mensal por estabelecimento mantido por CALICM, para
      *>-> os detalhes por estabelecimento (tipo 6) da interface
           select f-acum-est
                  assign to      "ACUMEST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acest-chave
                  file status    is w-fs-acumest.
      *>-> Arquivo de interface de layout fixo para o razão corporativo
           select f-interface
                  assign to      "ICMSINT"
       copy                       "ACUMICM.CPY".
       fd  f-movimento.
       copy                       "ICMSMOV.CPY".
       fd  f-guias.
       copy                       "GAREICM.CPY".
       fd  f-acum-est.
       copy                       "ACUMEST.CPY".
       fd  f-interface.
       01  reg-interface          pic is x(80).
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-interface         pic is x(02)    value is spaces.
       01  w-fs-gare              pic is x(02)    value is spaces.
       01  w-fs-acumest           pic is x(02)    value is spaces.
      *>-> Competência da geração (parâmetro de execução aaaamm)
       01  w-competencia          pic is 9(06)    value is zeros.
       01  w-compet-partes        redefines w-competencia.
       01  w-qtd-detalhes         pic is 9(06)    value is zeros.
       01  w-hash-total           pic is s9(13)v99
                                   value is zeros comp-3.
      *>-> Área de comunicação com o controle de execução (CTLEXE)
       copy                       "CTLEXELK.CPY".
      *>-> Passo e competência conferidos no controle da cadeia, momento
      *>-> (aaaammddhhmmss) do fim do passo, do último lançamento (LANICM
      *>-> e CREICM) e da apuração, e motivo de recusa por pré-requisito
       01  w-ctl-passo            pic is x(08)    value is spaces.
       01  w-ctl-compet           pic is 9(06)    value is zeros.
       01  w-compet-corrente      pic is 9(06)    value is zeros.
       01  w-momento-fim          pic is 9(14)    value is zeros.
       01  w-momento-lancamento   pic is 9(14)    value is zeros.
       01  w-momento-apuracao     pic is 9(14)    value is zeros.
       01  w-motivo-recusa        pic is x(60)    value is spaces.
       01  w-qtd-divergencias-ed  pic is z9       value is zeros.
      *>-> Registro header da interface (tipo 1)
       01  w-linha-header.
           05 ihd-tipo            pic is x(01)    value is "1".
       01  w-tab-estorno.
           05 w-est-mes           occurs 12 times comp-3
                                   pic is 9(11)v99 value is zeros.
      *>-> Registro de detalhe de pagamento de guia (tipo 4):
      *>-> estabelecimento e competência da guia, valor pago e data do
      *>-> pagamento, para as guias pagas dentro do mês da competência
      *>-> da interface
       01  w-linha-pagamento.
           05 ipg-tipo            pic is x(01)    value is "4".
           05 ipg-estabelecimento pic is 9(04)    value is zeros.
           05 ipg-ano             pic is 9(04)    value is zeros.
           05 ipg-mes             pic is 9(02)    value is zeros.
           05 ipg-valor           pic is 9(11)v99 value is zeros.
           05 ipg-data-pagamento  pic is 9(08)    value is zeros.
      *>-> Registro de detalhe de encargos de mora (tipo 5): multa e juros
      *>-> SELIC calculados por ENCGAR sobre a guia paga no mês
       01  w-linha-encargos.
           05 ien-tipo            pic is x(01)    value is "5".
           05 ien-estabelecimento pic is 9(04)    value is zeros.
           05 ien-ano             pic is 9(04)    value is zeros.
           05 ien-mes             pic is 9(02)    value is zeros.
           05 ien-multa           pic is 9(11)v99 value is zeros.
           05 ien-juros           pic is 9(11)v99 value is zeros.
      *>-> Registro de detalhe por estabelecimento (tipo 6): uma posição
      *>-> do acumulador do estabelecimento; mês 00 = saldo transportado
      *>-> do ano anterior; valor com sinal pela razão dos tipo 2
       01  w-linha-estab.
           05 ies-tipo            pic is x(01)    value is "6".
           05 ies-estabelecimento pic is 9(04)    value is zeros.
           05 ies-ano             pic is 9(04)    value is zeros.
           05 ies-mes             pic is 9(02)    value is zeros.
           05 ies-valor           pic is s9(11)v99
                                   sign is leading separate
                                   value is zeros.
      *>-> Indicador de fim da varredura do arquivo de guias (e do
      *>-> acumulador por estabelecimento)
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Registro trailer da interface (tipo 9): contagem de detalhes
      *>-> e hash total (soma simples dos valores dos detalhes, com
      *>-> sinal explícito pela mesma razão dos detalhes tipo 2)
              W-COMPET-MES > 12
              PERFORM             INTI-COMPETENCIA-ANTERIOR
           END-IF.
           PERFORM                INTI-CONFERE-PREREQUISITOS.
           PERFORM                INTI-REGISTRA-INICIO.
           PERFORM                INTI-CARREGA-ACUM.
           PERFORM                INTI-TOTALIZA-ESTORNOS.
           PERFORM                INTI-GERA-INTERFACE.
           PERFORM                INTI-FECHA-COMPETENCIA.
           PERFORM                INTI-REGISTRA-FIM.
           DISPLAY "INTICM: COMPETENCIA " W-COMPETENCIA " "
                   W-QTD-DETALHES " DETALHE(S) GERADO(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere no controle da cadeia fiscal os passos que precedem a interface e o fechamento da competência:.......<*
      *>-> apuração (APUICM) concluída e posterior ao último lançamento e crédito, nenhum LANICM/CREICM.................<*
      *>-> interrompido, reconciliação (RECICM) do ano concluída, sem divergência e posterior ao último LANICM, e.......<*
      *>-> apropriação do CIAP (APRCIA) da competência concluída antes da apuração......................................<*
       INTI-CONFERE-PREREQUISITOS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPET-CORRENTE.
           MOVE "APUICM"          TO W-CTL-PASSO.
           MOVE W-COMPETENCIA     TO W-CTL-COMPET.
           PERFORM                INTI-EXIGE-CONCLUIDO.
           MOVE W-MOMENTO-FIM     TO W-MOMENTO-APURACAO.
           MOVE ZEROS             TO W-MOMENTO-LANCAMENTO.
           MOVE "LANICM"          TO W-CTL-PASSO.
           PERFORM                INTI-CONFERE-LANCAMENTOS.
           IF W-MOMENTO-APURACAO < W-MOMENTO-LANCAMENTO
              MOVE "APUICM ANTERIOR AO ULTIMO LANICM - REFAZER APUICM"
                TO W-MOTIVO-RECUSA
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
           MOVE "RECICM"          TO W-CTL-PASSO.
           COMPUTE W-CTL-COMPET = W-COMPET-ANO * 100.
           PERFORM                INTI-EXIGE-CONCLUIDO.
           IF LK-CTL-QTD-REJEITADOS > ZEROS
              MOVE LK-CTL-QTD-REJEITADOS TO W-QTD-DIVERGENCIAS-ED
              MOVE SPACES         TO W-MOTIVO-RECUSA
              STRING "RECICM "    DELIMITED SIZE
                     W-COMPET-ANO DELIMITED SIZE
                     " COM "      DELIMITED SIZE
                     W-QTD-DIVERGENCIAS-ED DELIMITED SIZE
                     " MES(ES) DIVERGENTE(S)" DELIMITED SIZE
                     INTO W-MOTIVO-RECUSA
              END-STRING
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
           IF W-MOMENTO-FIM < W-MOMENTO-LANCAMENTO
              MOVE "RECICM ANTERIOR AO ULTIMO LANICM - REFAZER RECICM"
                TO W-MOTIVO-RECUSA
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
           MOVE ZEROS             TO W-MOMENTO-LANCAMENTO.
           MOVE "CREICM"          TO W-CTL-PASSO.
           PERFORM                INTI-CONFERE-LANCAMENTOS.
           IF W-MOMENTO-APURACAO < W-MOMENTO-LANCAMENTO
              MOVE "APUICM ANTERIOR AO ULTIMO CREICM - REFAZER APUICM"
                TO W-MOTIVO-RECUSA
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
           MOVE "APRCIA"          TO W-CTL-PASSO.
           MOVE W-COMPETENCIA     TO W-CTL-COMPET.
           PERFORM                INTI-EXIGE-CONCLUIDO.
           IF W-MOMENTO-APURACAO < W-MOMENTO-FIM
              MOVE "APUICM ANTERIOR AO ULTIMO APRCIA - REFAZER APUICM"
                TO W-MOTIVO-RECUSA
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere o passo de lançamento W-CTL-PASSO na competência e no mês corrente: nenhuma execução.................<*
      *>-> interrompida; guarda em W-MOMENTO-LANCAMENTO o fim mais recente..............................................<*
       INTI-CONFERE-LANCAMENTOS.
           MOVE W-COMPETENCIA     TO W-CTL-COMPET.
           PERFORM                INTI-EXIGE-NAO-INTERROMPIDO.
           PERFORM                INTI-GUARDA-LANCAMENTO.
           IF W-COMPET-CORRENTE NOT = W-COMPETENCIA
              MOVE W-COMPET-CORRENTE TO W-CTL-COMPET
              PERFORM             INTI-EXIGE-NAO-INTERROMPIDO
              PERFORM             INTI-GUARDA-LANCAMENTO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Exige a última execução do passo W-CTL-PASSO na competência W-CTL-COMPET concluída (guarda o momento.........<*
      *>-> do fim em W-MOMENTO-FIM).....................................................................................<*
       INTI-EXIGE-CONCLUIDO.
           PERFORM                INTI-CONSULTA-PASSO.
           IF LK-CTL-SEM-EXECUCAO
              MOVE SPACES         TO W-MOTIVO-RECUSA
              STRING W-CTL-PASSO  DELIMITED BY SPACE
                     " "          DELIMITED SIZE
                     W-CTL-COMPET DELIMITED SIZE
                     " SEM EXECUCAO REGISTRADA" DELIMITED SIZE
                     INTO W-MOTIVO-RECUSA
              END-STRING
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
           PERFORM                INTI-EXIGE-NAO-INTERROMPIDO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa quando a última execução do passo W-CTL-PASSO na competência W-CTL-COMPET não tem fim registrado......<*
      *>-> (em execução ou interrompida); passo sem execução passa......................................................<*
       INTI-EXIGE-NAO-INTERROMPIDO.
           PERFORM                INTI-CONSULTA-PASSO.
           IF LK-CTL-EM-EXECUCAO
              MOVE SPACES         TO W-MOTIVO-RECUSA
              STRING W-CTL-PASSO  DELIMITED BY SPACE
                     " "          DELIMITED SIZE
                     W-CTL-COMPET DELIMITED SIZE
                     " EM EXECUCAO OU INTERROMPIDO" DELIMITED SIZE
                     INTO W-MOTIVO-RECUSA
              END-STRING
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Consulta a última execução do passo W-CTL-PASSO na competência W-CTL-COMPET; sem o controle legível não......<*
      *>-> ha conferência possível: recusa..............................................................................<*
       INTI-CONSULTA-PASSO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-CONSULTA TO TRUE.
           MOVE W-CTL-PASSO       TO LK-CTL-PROGRAMA.
           MOVE W-CTL-COMPET      TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              MOVE "CONTROLE DE EXECUCAO CTLEXEC INDISPONIVEL"
                TO W-MOTIVO-RECUSA
              PERFORM             INTI-RECUSA-EXECUCAO
           END-IF.
           COMPUTE W-MOMENTO-FIM = LK-CTL-DATA-FIM * 1000000
                                 + LK-CTL-HORA-FIM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Guarda o momento do fim do passo consultado quando é o último lançamento conhecido...........................<*
       INTI-GUARDA-LANCAMENTO.
           IF LK-CTL-CONCLUIDA AND
              W-MOMENTO-FIM > W-MOMENTO-LANCAMENTO
              MOVE W-MOMENTO-FIM  TO W-MOMENTO-LANCAMENTO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa a geração por pré-requisito: registra a recusa no histórico do controle e para com a mensagem.........<*
       INTI-RECUSA-EXECUCAO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-RECUSA TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           MOVE W-MOTIVO-RECUSA   TO LK-CTL-MENSAGEM.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           DISPLAY "INTICM: COMPETENCIA " W-COMPETENCIA
                   " RECUSADA - " W-MOTIVO-RECUSA.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início da geração da interface no controle da cadeia fiscal.......................................<*
       INTI-REGISTRA-INICIO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-INICIO TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "INTICM: CONTROLE DE EXECUCAO CTLEXEC "
                      "INDISPONIVEL - GERACAO NAO INICIADA"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim da geração: detalhes gerados e hash total do trailer..........................................<*
       INTI-REGISTRA-FIM.
           SET                    LK-CTL-FIM TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           MOVE ZEROS             TO LK-CTL-QTD-LIDOS
                                     LK-CTL-QTD-REJEITADOS
                                     LK-CTL-TOTAL-2.
           MOVE W-QTD-DETALHES    TO LK-CTL-QTD-PROCESSADOS.
           MOVE W-HASH-TOTAL      TO LK-CTL-TOTAL-1.
           MOVE "INTERFACE GERADA E COMPETENCIA FECHADA - HASH TOTAL"
             TO LK-CTL-MENSAGEM.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "INTICM: FIM DA GERACAO NAO REGISTRADO NO "
                      "CONTROLE CTLEXEC"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Apura a competência do mês civil anterior a data corrente......................................................<*
       INTI-COMPETENCIA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPETENCIA.
                 PERFORM          INTI-GRAVA-ESTORNO
              END-IF
           END-PERFORM.
      *>-> Detalhes de pagamento (tipo 4) e encargos (tipo 5) das guias
      *>-> pagas no mês da competência
           PERFORM                INTI-GERA-PAGAMENTOS.
      *>-> Detalhes por estabelecimento (tipo 6), depois da empresa
           PERFORM                INTI-GERA-ESTABELECIMENTOS.
           MOVE W-QTD-DETALHES    TO ITR-QTD-DETALHES.
           MOVE W-HASH-TOTAL      TO ITR-HASH-TOTAL.
           MOVE SPACES            TO REG-INTERFACE.
           MOVE W-LINHA-ESTORNO   TO REG-INTERFACE.
           WRITE                  REG-INTERFACE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Percorre as guias de recolhimento e gera os detalhes tipo 4/5 das pagas no mês da competência (sem...........<*
      *>-> arquivo de guias, a interface sai sem esses detalhes)........................................................<*
       INTI-GERA-PAGAMENTOS.
           OPEN INPUT             F-GUIAS.
           IF W-FS-GARE NOT = "00"
              CLOSE               F-GUIAS
              EXIT                PARAGRAPH
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO GARE-CHAVE.
           START F-GUIAS KEY NOT < GARE-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-GUIAS NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-GARE NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF GARE-VALOR-PAGO > ZEROS AND
                    GARE-DATA-PAGAMENTO(1:6) = W-COMPETENCIA
                    PERFORM       INTI-GRAVA-PAGAMENTO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE                  F-GUIAS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava o detalhe de pagamento (tipo 4) da guia e, havendo multa ou juros, o de encargos (tipo 5)..............<*
       INTI-GRAVA-PAGAMENTO.
           MOVE GARE-ESTAB        TO IPG-ESTABELECIMENTO.
           MOVE GARE-COMPETENCIA(1:4) TO IPG-ANO.
           MOVE GARE-COMPETENCIA(5:2) TO IPG-MES.
           MOVE GARE-VALOR-PAGO   TO IPG-VALOR.
           MOVE GARE-DATA-PAGAMENTO TO IPG-DATA-PAGAMENTO.
           ADD 1                  TO W-QTD-DETALHES.
           ADD IPG-VALOR          TO W-HASH-TOTAL.
           MOVE SPACES            TO REG-INTERFACE.
           MOVE W-LINHA-PAGAMENTO TO REG-INTERFACE.
           WRITE                  REG-INTERFACE.
           IF GARE-VALOR-MULTA > ZEROS OR
              GARE-VALOR-JUROS > ZEROS
              MOVE IPG-ESTABELECIMENTO TO IEN-ESTABELECIMENTO
              MOVE IPG-ANO        TO IEN-ANO
              MOVE IPG-MES        TO IEN-MES
              MOVE GARE-VALOR-MULTA TO IEN-MULTA
              MOVE GARE-VALOR-JUROS TO IEN-JUROS
              ADD 1               TO W-QTD-DETALHES
              ADD IEN-MULTA IEN-JUROS TO W-HASH-TOTAL
              MOVE SPACES         TO REG-INTERFACE
              MOVE W-LINHA-ENCARGOS TO REG-INTERFACE
              WRITE               REG-INTERFACE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Percorre o acumulador por estabelecimento e gera os detalhes tipo 6 de cada estabelecimento no ano da........<*
      *>-> competência (acumulador ainda não criado = interface sem esses detalhes).....................................<*
       INTI-GERA-ESTABELECIMENTOS.
           OPEN INPUT             F-ACUM-EST.
           IF W-FS-ACUMEST = "35"
              CLOSE               F-ACUM-EST
              EXIT                PARAGRAPH
           END-IF.
      *>-> Acumulador ilegível e parada dura: a interface fica sem
      *>-> trailer (o razão recusa a carga) e o mês não é fechado
           IF W-FS-ACUMEST NOT = "00"
              DISPLAY "ACUMULADOR POR ESTAB. INDISPONIVEL - STATUS "
                      W-FS-ACUMEST
              STOP RUN
           END-IF.
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
              IF W-FS-ACUMEST NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF ACEST-ANO = W-COMPET-ANO
                    PERFORM       INTI-GRAVA-UM-ESTAB
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE                  F-ACUM-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava os detalhes tipo 6 do estabelecimento corrente: saldo transportado (mês 00) e os 12 meses..............<*
       INTI-GRAVA-UM-ESTAB.
           MOVE ACEST-ESTAB       TO IES-ESTABELECIMENTO.
           MOVE ACEST-ANO         TO IES-ANO.
           MOVE ZEROS             TO IES-MES.
           MOVE ACEST-SALDO-ANTERIOR TO IES-VALOR.
           PERFORM                INTI-GRAVA-DETALHE-ESTAB.
           PERFORM                VARYING W-INDICE-MES FROM 1 BY 1
                                   UNTIL W-INDICE-MES > 12
              MOVE W-INDICE-MES   TO IES-MES
              MOVE ACEST-FILHO-OCC(W-INDICE-MES) TO IES-VALOR
              PERFORM             INTI-GRAVA-DETALHE-ESTAB
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava um detalhe por estabelecimento (tipo 6) já montado, contando e somando no hash como os demais..........<*
       INTI-GRAVA-DETALHE-ESTAB.
           ADD 1                  TO W-QTD-DETALHES.
           ADD IES-VALOR          TO W-HASH-TOTAL.
           MOVE SPACES            TO REG-INTERFACE.
           MOVE W-LINHA-ESTAB     TO REG-INTERFACE.
           WRITE                  REG-INTERFACE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Marca o mês da competência como fechado no acumulador (interface contábil gerada): CALICM passa a............<*
      *>-> recusar ou redirecionar lançamentos dirigidos a essa competência, mantendo acumulador e razão em sincronia...<*
       INTI-FECHA-COMPETENCIA.
