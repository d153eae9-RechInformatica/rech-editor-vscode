      *>->                              devolução do diário (MOV-TIPO-LCTO = E, gravadas por CALICM no
      *>->                              modo de estorno); totais mensais e gerais ganharam sinal, porque
      *>->                              um mês com mais devoluções que saídas fica legitimamente negativo
      *>-> 15/10/2026  equipe fiscal    A execução passou a ser registrada no controle da cadeia fiscal
      *>->                              (CTLEXE/CTLEXEC, competência aaaa00 do ano-base), com o número de
      *>->                              meses divergentes na contagem de rejeitados e os totais do diário
      *>->                              e do acumulador: INTICM e FECICM recusam o ano com divergência;
      *>->                              pré-requisito: LANICM do mês corrente sem execução interrompida
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                                   value is zeros comp-3.
       01  w-dif-mes              pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Área de comunicação com o controle de execução (CTLEXE)
       copy                       "CTLEXELK.CPY".
      *>-> Competência do ano-base no controle da cadeia (aaaa00) e motivo
      *>-> de recusa por pré-requisito
       01  w-compet-controle      pic is 9(06)    value is zeros.
       01  w-motivo-recusa        pic is x(60)    value is spaces.
       01  w-qtd-divergencias-ed  pic is z9       value is zeros.
      *>-> Linha de comparação mensal do relatório
       01  w-linha-recon.
           05 lrc-mes             pic is z9      value is zeros.
           IF W-ANO-RECON = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-RECON
           END-IF.
           COMPUTE W-COMPET-CONTROLE = W-ANO-RECON * 100.
           PERFORM                RECI-CONFERE-PREREQUISITOS.
           PERFORM                RECI-REGISTRA-INICIO.
           PERFORM                RECI-TOTALIZA-JORNAL.
           PERFORM                RECI-CARREGA-ACUM.
           PERFORM                RECI-EMITE-RELATORIO.
           PERFORM                RECI-REGISTRA-FIM.
           DISPLAY "RECICM: " W-QTD-DO-ANO " MOVIMENTO(S) DO ANO "
                   W-ANO-RECON " " W-QTD-DIVERGENCIAS
                   " MES(ES) DIVERGENTE(S)".
           MOVE W-LINHA-RECON     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Pré-requisito: o lançamento do mês corrente não pode estar em execução nem interrompido - reconciliar........<*
      *>-> um diário a meio caminho apontaria divergências que não existem..............................................<*
       RECI-CONFERE-PREREQUISITOS.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-CONSULTA TO TRUE.
           MOVE "LANICM"          TO LK-CTL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              MOVE "CONTROLE DE EXECUCAO CTLEXEC INDISPONIVEL"
                TO W-MOTIVO-RECUSA
              PERFORM             RECI-RECUSA-EXECUCAO
           END-IF.
           IF LK-CTL-EM-EXECUCAO
              MOVE "LANICM DO MES EM EXECUCAO OU INTERROMPIDO"
                TO W-MOTIVO-RECUSA
              PERFORM             RECI-RECUSA-EXECUCAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa a execução por pré-requisito: registra a recusa no histórico do controle e para com a mensagem........<*
       RECI-RECUSA-EXECUCAO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-RECUSA TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-CONTROLE TO LK-CTL-COMPETENCIA.
           MOVE W-MOTIVO-RECUSA   TO LK-CTL-MENSAGEM.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           DISPLAY "RECICM: EXECUCAO RECUSADA - " W-MOTIVO-RECUSA.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início da reconciliação do ano-base no controle da cadeia fiscal..................................<*
       RECI-REGISTRA-INICIO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-INICIO TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-CONTROLE TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "RECICM: CONTROLE DE EXECUCAO CTLEXEC "
                      "INDISPONIVEL - EXECUCAO NAO INICIADA"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim da reconciliação: movimentos lidos e do ano, meses divergentes e os totais do diário e do.....<*
      *>-> acumulador...................................................................................................<*
       RECI-REGISTRA-FIM.
           SET                    LK-CTL-FIM TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-CONTROLE TO LK-CTL-COMPETENCIA.
           MOVE W-QTD-LIDOS       TO LK-CTL-QTD-LIDOS.
           MOVE W-QTD-DO-ANO      TO LK-CTL-QTD-PROCESSADOS.
           MOVE W-QTD-DIVERGENCIAS TO LK-CTL-QTD-REJEITADOS.
           MOVE W-TOT-JORNAL      TO LK-CTL-TOTAL-1.
           MOVE W-TOT-ACUM        TO LK-CTL-TOTAL-2.
           MOVE SPACES            TO LK-CTL-MENSAGEM.
           IF W-QTD-DIVERGENCIAS = ZEROS
              MOVE "SEM DIVERGENCIAS" TO LK-CTL-MENSAGEM
           ELSE
              MOVE W-QTD-DIVERGENCIAS TO W-QTD-DIVERGENCIAS-ED
              STRING W-QTD-DIVERGENCIAS-ED DELIMITED SIZE
                     " MES(ES) DIVERGENTE(S)" DELIMITED SIZE
                     INTO LK-CTL-MENSAGEM
              END-STRING
           END-IF.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "RECICM: FIM DA EXECUCAO NAO REGISTRADO NO "
                      "CONTROLE CTLEXEC"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
