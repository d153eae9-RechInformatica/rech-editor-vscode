      *>->                              créditos: a linha malformada e recusada com motivo próprio nos
      *>->                              totais de controle, em vez de abortar a janela noturna no meio
      *>->                              do arquivo ou postar lixo no acumulador
      *>-> 15/10/2026  equipe fiscal    O documento e o cadastro passaram a ser repassados a CALICM
      *>->                              (LK-DOCUMENTO/LK-CADASTRO), que os grava no diário e no rejeito
      *>->                              e confere o registro de documentos lançados (DOCICM): documento
      *>->                              já lançado e estorno sem documento lançado em aberto ganharam
      *>->                              contador e linha própria nos totais de controle - reexecutar o
      *>->                              movimento depois de um abend não duplica mais os acumuladores
      *>-> 15/10/2026  equipe fiscal    O modo DIFAL de CALICM (LK-MODO-DIFAL) passou a ser ligado pelo
      *>->                              indicador de contribuinte do cadastro do documento: destinatário
      *>->                              não contribuinte (CAD-NAO-CONTRIBUINTE) tem o diferencial de
      *>->                              alíquota apurado na venda interestadual; o DIFAL apurado entrou
      *>->                              nos totais de controle, com a contagem de documentos com DIFAL
      *>-> 15/10/2026  equipe fiscal    A UF de origem deixou de ser fixa (W78-UF-ORIGEM = SP): o
      *>->                              movimento traz o estabelecimento emitente (LAN-ESTABELECIMENTO,
      *>->                              branco/zeros = matriz), conferido no mestre ESTABEL, e a UF do
      *>->                              estabelecimento é a UF de origem repassada a CALICM junto com o
      *>->                              código (LK-ESTABELECIMENTO); estabelecimento inexistente ou
      *>->                              inativo é recusado com motivo e contador próprios
      *>-> 15/10/2026  equipe fiscal    A execução passou a ser registrada no controle da cadeia fiscal
      *>->                              (CTLEXE/CTLEXEC, competência = mês da execução): início antes de
      *>->                              abrir o movimento e fim com lidos, postados, rejeitados e ICMS/
      *>->                              ICMS-ST apurados; execução sem fim registrado fica em aberto e
      *>->                              segura APUICM, RECICM e INTICM até ser refeita
      *>-> 15/10/2026  equipe fiscal    Documento de cadastro inativo (CAD-INATIVO) e de cadastro com o
      *>->                              CNPJ irregular na Receita Federal (situação gravada por CRGRFB)
      *>->                              sem liberação do supervisor na MANCAD deixaram de ser lançados:
      *>->                              cada caso é recusado com motivo e contador próprios nos totais
      *>->                              de controle
      *>-> 15/10/2026  equipe fiscal    A contagem de documentos postados com DIFAL deixou de incluir os
      *>->                              estornos de devolução, que já saem na contagem de estornos
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                  access mode    is dynamic
                  record key     is cad-codigo
                  file status    is w-fs-cadastro.
      *>-> Cadastro mestre de estabelecimentos, fonte da UF de origem
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Relatório de fim de execução com os totais de controle
           select f-relatorio
                  assign to      "LANICMRL"
       copy                       "LANTRN.CPY".
       fd  f-cadastro.
       copy                       "CADREG.CPY".
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "LANICM".
      *>-> Estabelecimento assumido quando o movimento não o informa
      *>-> (layout anterior a abertura das filiais)
       78  w78-estab-matriz                       value is 1.
      *>-> Status dos arquivos
       01  w-fs-lancamentos       pic is x(02)    value is spaces.
       01  w-fs-cadastro          pic is x(02)    value is spaces.
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Área de comunicação com a rotina de cálculo (CALICM)
       copy                       "CALICMLK.CPY".
      *>-> Área de comunicação com o controle de execução (CTLEXE)
       copy                       "CTLEXELK.CPY".
      *>-> Resultado da busca da UF de destino no cadastro
       01  w-busca-situacao       pic is x(01)    value is "N".
           88 cad-achado                          value is "S".
           88 cad-nao-achado                       value "N".
      *>-> Estabelecimento emitente do documento corrente e resultado da
      *>-> sua busca no mestre (achado e ativo)
       01  w-estab-documento      pic is 9(04)    value is zeros.
       01  w-busca-estab          pic is x(01)    value is "N".
           88 estab-valido                        value is "S".
           88 estab-invalido                       value "N".
      *>-> Contadores de controle da execução
       01  w-qtd-lidos            pic is 9(07)    value is zeros.
       01  w-qtd-postados         pic is 9(07)    value is zeros.
       01  w-qtd-rej-cadastro     pic is 9(07)    value is zeros.
       01  w-qtd-rej-inativo      pic is 9(07)    value is zeros.
       01  w-qtd-rej-federal      pic is 9(07)    value is zeros.
       01  w-qtd-rej-dados        pic is 9(07)    value is zeros.
       01  w-qtd-rej-estab        pic is 9(07)    value is zeros.
       01  w-qtd-rej-uf           pic is 9(07)    value is zeros.
       01  w-qtd-rej-ano          pic is 9(07)    value is zeros.
       01  w-qtd-rej-mes          pic is 9(07)    value is zeros.
       01  w-qtd-rej-acum         pic is 9(07)    value is zeros.
       01  w-qtd-rej-duplicado    pic is 9(07)    value is zeros.
       01  w-qtd-rej-sem-original pic is 9(07)    value is zeros.
       01  w-qtd-rej-registro     pic is 9(07)    value is zeros.
       01  w-qtd-rejeitados       pic is 9(07)    value is zeros.
       01  w-qtd-estornos         pic is 9(07)    value is zeros.
       01  w-qtd-com-difal        pic is 9(07)    value is zeros.
      *>-> Competência da execução no controle da cadeia (mês corrente,
      *>-> fixado no início para o fim cair no mesmo registro)
       01  w-compet-execucao      pic is 9(06)    value is zeros.
      *>-> Totais de ICMS apurados nos documentos postados (líquidos: os
      *>-> estornos de devolução subtraem, podendo ficar negativos)
       01  w-tot-icms             pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-tot-icms-st          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-tot-difal            pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Linha de detalhe dos documentos recusados antes de CALICM
       01  w-linha-recusa.
           05 lrd-documento       pic is 9(08)    value is zeros.
              LK-PARM-VALOR(1:1) = "D"
              MOVE "D"            TO LK-ACAO-MES-FECHADO
           END-IF.
           PERFORM                LANI-REGISTRA-INICIO.
           OPEN INPUT             F-LANCAMENTOS.
           IF W-FS-LANCAMENTOS = "35" OR "05"
              DISPLAY "LANICM: SEM MOVIMENTO A LANCAR"
              CLOSE               F-LANCAMENTOS
              MOVE "SEM MOVIMENTO A LANCAR" TO LK-CTL-MENSAGEM
              PERFORM             LANI-REGISTRA-FIM
              STOP RUN
           END-IF.
           IF W-FS-LANCAMENTOS NOT = "00"
              DISPLAY "CADASTRO INDISPONIVEL - STATUS " W-FS-CADASTRO
              STOP RUN
           END-IF.
      *>-> Pela mesma razão, sem o mestre de estabelecimentos não ha UF
      *>-> de origem para documento nenhum
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              STOP RUN
           END-IF.
           PERFORM                LANI-ABRE-RELATORIO.
           PERFORM                UNTIL EXIT
              READ                F-LANCAMENTOS
              PERFORM             LANI-LANCA-UM-DOCUMENTO
           END-PERFORM.
           CLOSE                  F-LANCAMENTOS
                                  F-CADASTRO
                                  F-ESTABELECIMENTOS.
           PERFORM                LANI-EMITE-TOTAIS.
           CLOSE                  F-RELATORIO.
           MOVE "CONCLUIDA"       TO LK-CTL-MENSAGEM.
           PERFORM                LANI-REGISTRA-FIM.
           DISPLAY "LANICM: " W-QTD-LIDOS " LIDO(S) "
                   W-QTD-POSTADOS " POSTADO(S) "
                   W-QTD-REJEITADOS " REJEITADO(S)".
              PERFORM             LANI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
           IF CAD-INATIVO
              ADD 1               TO W-QTD-REJ-INATIVO
              ADD 1               TO W-QTD-REJEITADOS
              MOVE "CADASTRO INATIVO" TO LRD-MOTIVO
              PERFORM             LANI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
      *>-> CNPJ inapto, suspenso, baixado ou nulo na Receita Federal só
      *>-> é lançado com a liberação do supervisor (MANCAD, operação L)
           IF CAD-FEDERAL-IRREGULAR AND
              NOT CAD-FEDERAL-LIBERADO
              ADD 1               TO W-QTD-REJ-FEDERAL
              ADD 1               TO W-QTD-REJEITADOS
              MOVE "CADASTRO IRREGULAR NA RECEITA FEDERAL"
                TO LRD-MOTIVO
              PERFORM             LANI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                LANI-BUSCA-ESTABELECIMENTO.
           IF ESTAB-INVALIDO
              ADD 1               TO W-QTD-REJ-ESTAB
              ADD 1               TO W-QTD-REJEITADOS
              MOVE "ESTABELECIMENTO INEXISTENTE OU INATIVO"
                TO LRD-MOTIVO
              PERFORM             LANI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
           MOVE EST-UF            TO LK-UF-ORIGEM.
           MOVE W-ESTAB-DOCUMENTO TO LK-ESTABELECIMENTO.
           MOVE CAD-UF            TO LK-UF-DESTINO.
           MOVE LAN-VALOR-MERCADORIA TO LK-VALOR-MERCADORIA.
           MOVE LAN-INDICADOR-ST  TO LK-INDICADOR-ST.
           MOVE LAN-MVA-ST        TO LK-MVA-ST.
           MOVE LAN-DATA-COMPETENCIA TO LK-DATA-COMPETENCIA.
           MOVE LAN-TIPO-LANCAMENTO TO LK-TIPO-LANCAMENTO.
           MOVE LAN-DOCUMENTO     TO LK-DOCUMENTO.
           MOVE LAN-CADASTRO      TO LK-CADASTRO.
      *>-> Destinatário não contribuinte do ICMS: CALICM apura o DIFAL
      *>-> devido a UF de destino na venda interestadual
           IF CAD-NAO-CONTRIBUINTE
              MOVE "S"            TO LK-MODO-DIFAL
           ELSE
              MOVE "N"            TO LK-MODO-DIFAL
           END-IF.
           CALL "CALICM"          USING LK-DADOS-CALICM.
           EVALUATE               TRUE
              WHEN LK-SEM-ERRO
                    ADD 1         TO W-QTD-ESTORNOS
                    SUBTRACT LK-ICMS-CALCULADO    FROM W-TOT-ICMS
                    SUBTRACT LK-ICMS-ST-CALCULADO FROM W-TOT-ICMS-ST
                    SUBTRACT LK-DIFAL-CALCULADO   FROM W-TOT-DIFAL
                 ELSE
                    ADD LK-ICMS-CALCULADO    TO W-TOT-ICMS
                    ADD LK-ICMS-ST-CALCULADO TO W-TOT-ICMS-ST
                    ADD LK-DIFAL-CALCULADO   TO W-TOT-DIFAL
                    IF LK-DIFAL-CALCULADO > ZEROS
                       ADD 1      TO W-QTD-COM-DIFAL
                    END-IF
                 END-IF
              WHEN LK-ERRO-UF-INVALIDA
                 ADD 1            TO W-QTD-REJ-UF
              WHEN LK-ERRO-ACUM-INDISPONIVEL
                 ADD 1            TO W-QTD-REJ-ACUM
                 ADD 1            TO W-QTD-REJEITADOS
              WHEN LK-ERRO-DOCUMENTO-DUPLICADO
                 ADD 1            TO W-QTD-REJ-DUPLICADO
                 ADD 1            TO W-QTD-REJEITADOS
              WHEN LK-ERRO-ESTORNO-SEM-ORIGINAL
                 ADD 1            TO W-QTD-REJ-SEM-ORIGINAL
                 ADD 1            TO W-QTD-REJEITADOS
              WHEN LK-ERRO-REGISTRO-INDISPONIVEL
                 ADD 1            TO W-QTD-REJ-REGISTRO
                 ADD 1            TO W-QTD-REJEITADOS
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Busca o cadastro do documento corrente para apurar a UF de destino (CAD-UF)...................................<*
                 SET              CAD-ACHADO TO TRUE
           END-READ.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Busca o estabelecimento emitente do documento corrente (branco/zeros = matriz) para apurar a UF de...........<*
      *>-> origem (EST-UF); estabelecimento inativo não recebe lançamentos..............................................<*
       LANI-BUSCA-ESTABELECIMENTO.
           SET                    ESTAB-INVALIDO TO TRUE.
           IF LAN-ESTABELECIMENTO NUMERIC AND
              LAN-ESTABELECIMENTO > ZEROS
              MOVE LAN-ESTABELECIMENTO TO W-ESTAB-DOCUMENTO
           ELSE
              MOVE W78-ESTAB-MATRIZ TO W-ESTAB-DOCUMENTO
           END-IF.
           MOVE W-ESTAB-DOCUMENTO TO EST-CODIGO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EST-ATIVO
                    SET           ESTAB-VALIDO TO TRUE
                 END-IF
           END-READ.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o relatório e escreve o cabeçalho da execução............................................................<*
       LANI-ABRE-RELATORIO.
           OPEN OUTPUT            F-RELATORIO.
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-CADASTRO TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - CADASTRO INATIVO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-INATIVO TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - IRREGULAR NA RECEITA"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-FEDERAL TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - VALOR OU MVA INVALIDO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-DADOS   TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - ESTABELECIMENTO INVALIDO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-ESTAB   TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - UF INVALIDA" TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-UF      TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-ACUM    TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - DOCUMENTO JA LANCADO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-DUPLICADO TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - ESTORNO SEM ORIGINAL"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-SEM-ORIGINAL TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "REJEITADOS - REGISTRO DOCICM INDISPON."
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-REGISTRO TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "TOTAL DE REJEITADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-REJEITADOS  TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
             TO LCT-DESCRICAO.
           MOVE W-QTD-ESTORNOS    TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "POSTADOS COM DIFAL (NAO CONTRIBUINTE)"
             TO LCT-DESCRICAO.
           MOVE W-QTD-COM-DIFAL   TO LCT-QUANTIDADE.
           PERFORM                LANI-GRAVA-CONTAGEM.
           MOVE "ICMS APURADO"    TO LVL-DESCRICAO.
           MOVE W-TOT-ICMS        TO LVL-VALOR.
           PERFORM                LANI-GRAVA-VALOR.
           MOVE "ICMS-ST APURADO" TO LVL-DESCRICAO.
           MOVE W-TOT-ICMS-ST     TO LVL-VALOR.
           PERFORM                LANI-GRAVA-VALOR.
           MOVE "DIFAL APURADO (UF DE DESTINO)" TO LVL-DESCRICAO.
           MOVE W-TOT-DIFAL       TO LVL-VALOR.
           PERFORM                LANI-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do relatório (descrição e quantidade já preenchidas)..............................<*
       LANI-GRAVA-CONTAGEM.
           MOVE W-LINHA-VALOR     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início da execução no controle da cadeia fiscal (competência = mês da execução); sem o............<*
      *>-> controle não ha como os passos seguintes conferirem este: parada dura antes de lançar........................<*
       LANI-REGISTRA-INICIO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-INICIO TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPET-EXECUCAO.
           MOVE W-COMPET-EXECUCAO TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "LANICM: CONTROLE DE EXECUCAO CTLEXEC "
                      "INDISPONIVEL - EXECUCAO NAO INICIADA"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim da execução com as contagens e os totais de controle (resultado já em LK-CTL-MENSAGEM)........<*
       LANI-REGISTRA-FIM.
           SET                    LK-CTL-FIM TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-EXECUCAO TO LK-CTL-COMPETENCIA.
           MOVE W-QTD-LIDOS       TO LK-CTL-QTD-LIDOS.
           MOVE W-QTD-POSTADOS    TO LK-CTL-QTD-PROCESSADOS.
           MOVE W-QTD-REJEITADOS  TO LK-CTL-QTD-REJEITADOS.
           MOVE W-TOT-ICMS        TO LK-CTL-TOTAL-1.
           MOVE W-TOT-ICMS-ST     TO LK-CTL-TOTAL-2.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "LANICM: FIM DA EXECUCAO NAO REGISTRADO NO "
                      "CONTROLE CTLEXEC"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
