      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      R E C O N S T R U Ç Ã O   D O S   A C U M U L A D O R E S   A   P A R T I R   D O   D I Á R I O      <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                REFICM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: reconstrói os 12 meses de um ano-base do acumulador
      *>->                              geral (ACUMICM) e do acumulador por UF de destino (ACUMUFI) - e,
      *>->                              nas mesmas regras, dos acumuladores por estabelecimento (ACUMEST e
      *>->                              ACUMUFE) - retotalizando o diário de movimento (ICMSMOV.LOG) com
      *>->                              os estornos de devolução subtraindo como em CALICM; preserva o
      *>->                              saldo transportado e as travas de ano/mês, não toca em mês já
      *>->                              fechado por INTICM sem a liberação de supervisor (VERSEG, operação
      *>->                              de alteração), imprime o antes/depois por mês e UF e registra a
      *>->                              reconstrução em AUDCAD.LOG - substitui a volta de cópia de ARQMST
      *>->                              e o acerto manual do acumulador quando RECICM aponta divergência
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Diário de movimento gravado por CALICM, um registro por transação
           select f-movimento
                  assign to      "ICMSMOV.LOG"
                  organization   is line sequential
                  file status    is w-fs-movimento.
      *>-> Acumulador mensal geral mantido por CALICM (guarda as travas)
           select f-acum-icms
                  assign to      "ACUMICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acum-ano
                  file status    is w-fs-acum.
      *>-> Acumulador mensal por ano-base e UF de destino
           select f-acum-uf
                  assign to      "ACUMUFI"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acumuf-chave
                  file status    is w-fs-acumuf.
      *>-> Acumulador mensal por estabelecimento e ano-base
           select f-acum-est
                  assign to      "ACUMEST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acest-chave
                  file status    is w-fs-acest.
      *>-> Acumulador mensal por estabelecimento, ano-base e UF de destino
           select f-acum-uf-est
                  assign to      "ACUMUFE"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acufe-chave
                  file status    is w-fs-acufe.
      *>-> Trilha de auditoria, a mesma de SRICAD, MANCAD e VERSEG
           select f-auditoria
                  assign to      "AUDCAD.LOG"
                  organization   is line sequential
                  file status    is w-fs-auditoria.
      *>-> Relatório antes/depois da reconstrução
           select f-relatorio
                  assign to      "REFICMRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-movimento.
       copy                       "ICMSMOV.CPY".
       fd  f-acum-icms.
       copy                       "ACUMICM.CPY".
       fd  f-acum-uf.
       copy                       "ACUMUF.CPY".
       fd  f-acum-est.
       copy                       "ACUMEST.CPY".
       fd  f-acum-uf-est.
       copy                       "ACUMUFE.CPY".
       fd  f-auditoria.
       01  reg-auditoria          pic is x(160).
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "REFICM".
      *>-> Estabelecimento assumido quando a linha do diário não o traz
      *>-> (layout anterior a abertura das filiais)
       78  w78-estab-matriz                       value is 1.
      *>-> Capacidade das tabelas de reconstrução
       78  w78-max-uf                             value is 30.
       78  w78-max-estab                          value is 200.
       78  w78-max-estab-uf                       value is 2000.
      *>-> Status dos arquivos
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-acumuf            pic is x(02)    value is spaces.
       01  w-fs-acest             pic is x(02)    value is spaces.
       01  w-fs-acufe             pic is x(02)    value is spaces.
       01  w-fs-auditoria         pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Área de comunicação com a verificação de permissão (VERSEG)
       copy                       "VERSEGLK.CPY".
      *>-> Ano-base reconstruído (parâmetro de execução)
       01  w-ano-refaz            pic is 9(04)    value is zeros.
      *>-> Pedido de liberação dos meses fechados (PARM posição 5 = F),
      *>-> só aceito com a permissão de alteração do supervisor em VERSEG
       01  w-liberacao            pic is x(01)    value is "N".
           88 fechados-liberados                  value is "S".
           88 fechados-travados                    value "N".
      *>-> Situação de cada mês para a reconstrução: A = aberto, M =
      *>-> fechado e mantido, L = fechado e liberado pelo supervisor
       01  w-tab-trava.
           05 w-trava-mes         occurs 12 times pic is x(01).
              88 mes-aberto                       value is "A".
              88 mes-mantido                       value "M".
              88 mes-liberado                      value "L".
              88 mes-refazer                       value "A" "L".
      *>-> Valores da linha do diário com o sinal do tipo de lançamento
       01  w-valor-linha          pic is s9(11)v99 value is zeros
                                   comp-3.
       01  w-uf-linha             pic is x(02)    value is spaces.
       01  w-estab-linha          pic is 9(04)    value is zeros.
      *>-> Índices das tabelas
       01  w-ind-mes              pic is 9(02)    value is zeros comp.
       01  w-ind-uf               pic is 9(04)    value is zeros comp.
       01  w-ind-est              pic is 9(04)    value is zeros comp.
       01  w-ind-eu               pic is 9(04)    value is zeros comp.
      *>-> Empresa: antes (acumulador) e diário por mês
       01  w-tab-empresa.
           05 w-emp-mes           occurs 12 times.
              10 tem-antes        pic is s9(11)v99 comp-3.
              10 tem-diario       pic is s9(11)v99 comp-3.
      *>-> Por UF de destino: antes e diário por mês
       01  w-qtd-uf               pic is 9(04)    value is zeros comp.
       01  w-tab-uf.
           05 w-uf-item           occurs 30 times.
              10 tuf-uf           pic is x(02).
              10 tuf-mes          occurs 12 times.
                 15 tuf-antes     pic is s9(11)v99 comp-3.
                 15 tuf-diario    pic is s9(11)v99 comp-3.
      *>-> Por estabelecimento: antes e diário por mês
       01  w-qtd-est              pic is 9(04)    value is zeros comp.
       01  w-tab-est.
           05 w-est-item          occurs 200 times.
              10 tes-estab        pic is 9(04).
              10 tes-mes          occurs 12 times.
                 15 tes-antes     pic is s9(11)v99 comp-3.
                 15 tes-diario    pic is s9(11)v99 comp-3.
      *>-> Por estabelecimento e UF de destino: antes e diário por mês
       01  w-qtd-eu               pic is 9(04)    value is zeros comp.
       01  w-tab-est-uf.
           05 w-eu-item           occurs 2000 times.
              10 teu-estab        pic is 9(04).
              10 teu-uf           pic is x(02).
              10 teu-mes          occurs 12 times.
                 15 teu-antes     pic is s9(11)v99 comp-3.
                 15 teu-diario    pic is s9(11)v99 comp-3.
      *>-> Fim das varreduras dos acumuladores
       01  w-varredura            pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Valores da linha de comparação corrente
       01  w-cmp-antes            pic is s9(11)v99 value is zeros
                                   comp-3.
       01  w-cmp-diario           pic is s9(11)v99 value is zeros
                                   comp-3.
       01  w-cmp-depois           pic is s9(11)v99 value is zeros
                                   comp-3.
      *>-> Contadores de controle da execução
       01  w-qtd-lidos            pic is 9(07)    value is zeros.
       01  w-qtd-do-ano           pic is 9(07)    value is zeros.
       01  w-qtd-meses-alterados  pic is 9(02)    value is zeros.
       01  w-qtd-meses-mantidos   pic is 9(02)    value is zeros.
       01  w-qtd-meses-liberados  pic is 9(02)    value is zeros.
       01  w-qtd-linhas-alteradas pic is 9(07)    value is zeros.
       01  w-qtd-regravados       pic is 9(07)    value is zeros.
       01  w-qtd-erros            pic is 9(07)    value is zeros.
      *>-> Nível da linha de comparação (empresa, UF, estab., estab./UF)
       01  w-nivel                pic is x(14)    value is spaces.
      *>-> Cabeçalho e linha de comparação antes/depois
       01  w-cab-comparacao.
           05 filler              pic is x(18)    value is
                                   "NIVEL          MES".
           05 filler              pic is x(19)    value is
                                   "              ANTES".
           05 filler              pic is x(19)    value is
                                   "             DIARIO".
           05 filler              pic is x(19)    value is
                                   "             DEPOIS".
           05 filler              pic is x(17)    value is
                                   "  SITUACAO".
       01  w-linha-comparacao.
           05 lcp-nivel           pic is x(14)    value is spaces.
           05 filler              pic is x(02)    value is spaces.
           05 lcp-mes             pic is z9       value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lcp-antes           pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lcp-diario          pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lcp-depois          pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lcp-situacao        pic is x(24)    value is spaces.
      *>-> Linha de contagem do relatório de totais
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>-> Valor editado para o detalhe da auditoria
       01  w-valor-edit           pic is -zzzzzzzzz9,99 value is zeros.
       01  w-valor-edit-2         pic is -zzzzzzzzz9,99 value is zeros.
       01  w-mes-edit             pic is 9(02)    value is zeros.
      *>-> Linha de trilha de auditoria, no mesmo formato de MANCAD (o
      *>-> ano-base vai no campo do código de cadastro)
       01  w-linha-auditoria.
           05 laud-data           pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 laud-hora           pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 laud-usuario        pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is ";".
           05 laud-codigo-cad     pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 laud-acao           pic is x(21)    value is spaces.
           05 filler              pic is x(01)    value is ";".
           05 laud-detalhe        pic is x(60)    value is spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=REFICM,PARM='aaaa' ou 'aaaaF'):
      *>-> meia-palavra com o tamanho do texto, seguida do ano-base e,
      *>-> opcional, F para reconstruir também os meses já fechados
       01  lk-parm-refaz.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(05).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-refaz.
      *>--------------------------------------------------------------------------------------------------------------<*
       REFI-PRINCIPAL             SECTION.
       REFI-INICIO.
      *>-> Verificação de permissão de execução (VERSEG grava a negativa)
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE "E"               TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "EXECUCAO NAO PERMITIDA: " W78-NOMPRG
              STOP RUN
           END-IF.
           IF LK-PARM-TAM NOT < 4 AND
              LK-PARM-VALOR(1:4) NUMERIC
              MOVE LK-PARM-VALOR(1:4) TO W-ANO-REFAZ
           END-IF.
           IF W-ANO-REFAZ = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANO-REFAZ
           END-IF.
      *>-> Meses fechados só com a permissão de alteração do supervisor
      *>-> no mestre USUPERM; pedido negado não reconstrói nada
           IF LK-PARM-TAM NOT < 5 AND
              LK-PARM-VALOR(5:1) = "F"
              MOVE W78-NOMPRG     TO LK-SEG-PROGRAMA
              MOVE "A"            TO LK-SEG-OPERACAO
              CALL "VERSEG"       USING LK-DADOS-VERSEG
              IF LK-SEG-NEGADO
                 DISPLAY "REFICM: LIBERACAO DOS MESES FECHADOS NAO "
                         "AUTORIZADA PARA " LK-SEG-USUARIO
                 STOP RUN
              END-IF
              SET                 FECHADOS-LIBERADOS TO TRUE
           END-IF.
           PERFORM                REFI-ABRE-ARQUIVOS.
           PERFORM                REFI-ABRE-RELATORIO.
           PERFORM                REFI-CARREGA-GERAL.
           PERFORM                REFI-TOTALIZA-DIARIO.
           PERFORM                REFI-CARREGA-UF.
           PERFORM                REFI-CARREGA-EST.
           PERFORM                REFI-CARREGA-EST-UF.
           PERFORM                REFI-REGRAVA-GERAL.
           PERFORM                REFI-REGRAVA-UF.
           PERFORM                REFI-REGRAVA-EST.
           PERFORM                REFI-REGRAVA-EST-UF.
           CLOSE                  F-ACUM-ICMS
                                  F-ACUM-UF
                                  F-ACUM-EST
                                  F-ACUM-UF-EST.
           PERFORM                REFI-EMITE-TOTAIS.
           PERFORM                REFI-AUDITA-RESUMO.
           CLOSE                  F-RELATORIO.
           DISPLAY "REFICM: ANO " W-ANO-REFAZ " "
                   W-QTD-MESES-ALTERADOS " MES(ES) ALTERADO(S) "
                   W-QTD-MESES-MANTIDOS " FECHADO(S) MANTIDO(S) "
                   W-QTD-ERROS " ERRO(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre os quatro acumuladores em atualização, criando os que ainda não existem; sem eles não ha................<*
      *>-> reconstrução possível: parada dura antes de qualquer gravação................................................<*
       REFI-ABRE-ARQUIVOS.
           OPEN I-O               F-ACUM-ICMS.
           IF W-FS-ACUM = "35"
              OPEN OUTPUT         F-ACUM-ICMS
              CLOSE               F-ACUM-ICMS
              OPEN I-O            F-ACUM-ICMS
           END-IF.
           IF W-FS-ACUM NOT = "00"
              DISPLAY "ACUMULADOR ACUMICM INDISPONIVEL - STATUS "
                      W-FS-ACUM
              STOP RUN
           END-IF.
           OPEN I-O               F-ACUM-UF.
           IF W-FS-ACUMUF = "35"
              OPEN OUTPUT         F-ACUM-UF
              CLOSE               F-ACUM-UF
              OPEN I-O            F-ACUM-UF
           END-IF.
           IF W-FS-ACUMUF NOT = "00"
              DISPLAY "ACUMULADOR ACUMUFI INDISPONIVEL - STATUS "
                      W-FS-ACUMUF
              STOP RUN
           END-IF.
           OPEN I-O               F-ACUM-EST.
           IF W-FS-ACEST = "35"
              OPEN OUTPUT         F-ACUM-EST
              CLOSE               F-ACUM-EST
              OPEN I-O            F-ACUM-EST
           END-IF.
           IF W-FS-ACEST NOT = "00"
              DISPLAY "ACUMULADOR ACUMEST INDISPONIVEL - STATUS "
                      W-FS-ACEST
              STOP RUN
           END-IF.
           OPEN I-O               F-ACUM-UF-EST.
           IF W-FS-ACUFE = "35"
              OPEN OUTPUT         F-ACUM-UF-EST
              CLOSE               F-ACUM-UF-EST
              OPEN I-O            F-ACUM-UF-EST
           END-IF.
           IF W-FS-ACUFE NOT = "00"
              DISPLAY "ACUMULADOR ACUMUFE INDISPONIVEL - STATUS "
                      W-FS-ACUFE
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lê o acumulador geral do ano-base (antes) e define a situação de cada mês pelas travas de ano/mês............<*
       REFI-CARREGA-GERAL.
           INITIALIZE             W-TAB-EMPRESA.
           MOVE W-ANO-REFAZ       TO ACUM-ANO.
           READ                   F-ACUM-ICMS
              INVALID KEY
                 INITIALIZE       W-REG-ACUM-ICMS
                 MOVE W-ANO-REFAZ TO ACUM-ANO
           END-READ.
           PERFORM                VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
              MOVE W-FILHO-OCC(W-IND-MES) TO TEM-ANTES(W-IND-MES)
              EVALUATE            TRUE
                 WHEN ACUM-ANO-ABERTO AND
                      ACUM-MES-ABERTO(W-IND-MES)
                    SET           MES-ABERTO(W-IND-MES) TO TRUE
                 WHEN FECHADOS-LIBERADOS
                    SET           MES-LIBERADO(W-IND-MES) TO TRUE
                    ADD 1         TO W-QTD-MESES-LIBERADOS
                 WHEN OTHER
                    SET           MES-MANTIDO(W-IND-MES) TO TRUE
                    ADD 1         TO W-QTD-MESES-MANTIDOS
              END-EVALUATE
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Retotaliza o diário do ano-base por mês, UF de destino, estabelecimento e estabelecimento/UF; o valor........<*
      *>-> de cada linha e o ICMS próprio mais o ST, subtraído no estorno de devolução, como em CALICM e RECICM.........<*
       REFI-TOTALIZA-DIARIO.
           OPEN INPUT             F-MOVIMENTO.
           IF W-FS-MOVIMENTO = "35" OR "05"
              CLOSE               F-MOVIMENTO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-MOVIMENTO NOT = "00"
              DISPLAY "DIARIO ICMSMOV.LOG INDISPONIVEL - STATUS "
                      W-FS-MOVIMENTO
              STOP RUN
           END-IF.
           PERFORM                UNTIL EXIT
              READ                F-MOVIMENTO
                 AT END
                    EXIT PERFORM
              END-READ
              ADD 1               TO W-QTD-LIDOS
              IF MOV-DATA NUMERIC AND
                 MOV-ANO = W-ANO-REFAZ AND
                 MOV-MES > ZEROS AND NOT > 12
                 ADD 1            TO W-QTD-DO-ANO
                 PERFORM          REFI-SOMA-UMA-LINHA
              END-IF
           END-PERFORM.
           CLOSE                  F-MOVIMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma a linha do diário nas quatro visões.....................................................................<*
       REFI-SOMA-UMA-LINHA.
           MOVE ZEROS             TO W-VALOR-LINHA.
           ADD MOV-ICMS MOV-ICMS-ST TO W-VALOR-LINHA.
           IF MOV-LCTO-ESTORNO
              MULTIPLY -1         BY W-VALOR-LINHA
           END-IF.
           MOVE MOV-UF-DESTINO    TO W-UF-LINHA.
           IF MOV-ESTABELECIMENTO NUMERIC AND
              MOV-ESTABELECIMENTO > ZEROS
              MOVE MOV-ESTABELECIMENTO TO W-ESTAB-LINHA
           ELSE
              MOVE W78-ESTAB-MATRIZ TO W-ESTAB-LINHA
           END-IF.
           MOVE MOV-MES           TO W-IND-MES.
           ADD W-VALOR-LINHA      TO TEM-DIARIO(W-IND-MES).
           PERFORM                REFI-LOCALIZA-UF.
           ADD W-VALOR-LINHA      TO TUF-DIARIO(W-IND-UF, W-IND-MES).
           PERFORM                REFI-LOCALIZA-EST.
           ADD W-VALOR-LINHA      TO TES-DIARIO(W-IND-EST, W-IND-MES).
           PERFORM                REFI-LOCALIZA-EST-UF.
           ADD W-VALOR-LINHA      TO TEU-DIARIO(W-IND-EU, W-IND-MES).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza (ou inclui zerada) a UF W-UF-LINHA na tabela por UF.................................................<*
       REFI-LOCALIZA-UF.
           PERFORM                VARYING W-IND-UF FROM 1 BY 1
                                   UNTIL W-IND-UF > W-QTD-UF
              IF TUF-UF(W-IND-UF) = W-UF-LINHA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF W-IND-UF > W-QTD-UF
              IF W-QTD-UF NOT < W78-MAX-UF
                 DISPLAY "REFICM: MAIS DE " W78-MAX-UF
                         " UF - TABELA CHEIA"
                 STOP RUN
              END-IF
              ADD 1               TO W-QTD-UF
              MOVE W-QTD-UF       TO W-IND-UF
              INITIALIZE          W-UF-ITEM(W-IND-UF)
              MOVE W-UF-LINHA     TO TUF-UF(W-IND-UF)
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza (ou inclui zerado) o estabelecimento W-ESTAB-LINHA na tabela por estabelecimento....................<*
       REFI-LOCALIZA-EST.
           PERFORM                VARYING W-IND-EST FROM 1 BY 1
                                   UNTIL W-IND-EST > W-QTD-EST
              IF TES-ESTAB(W-IND-EST) = W-ESTAB-LINHA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF W-IND-EST > W-QTD-EST
              IF W-QTD-EST NOT < W78-MAX-ESTAB
                 DISPLAY "REFICM: MAIS DE " W78-MAX-ESTAB
                         " ESTABELECIMENTOS - TABELA CHEIA"
                 STOP RUN
              END-IF
              ADD 1               TO W-QTD-EST
              MOVE W-QTD-EST      TO W-IND-EST
              INITIALIZE          W-EST-ITEM(W-IND-EST)
              MOVE W-ESTAB-LINHA  TO TES-ESTAB(W-IND-EST)
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza (ou inclui zerado) o par W-ESTAB-LINHA + W-UF-LINHA na tabela por estabelecimento/UF................<*
       REFI-LOCALIZA-EST-UF.
           PERFORM                VARYING W-IND-EU FROM 1 BY 1
                                   UNTIL W-IND-EU > W-QTD-EU
              IF TEU-ESTAB(W-IND-EU) = W-ESTAB-LINHA AND
                 TEU-UF(W-IND-EU)    = W-UF-LINHA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF W-IND-EU > W-QTD-EU
              IF W-QTD-EU NOT < W78-MAX-ESTAB-UF
                 DISPLAY "REFICM: MAIS DE " W78-MAX-ESTAB-UF
                         " PARES ESTABELECIMENTO/UF - TABELA CHEIA"
                 STOP RUN
              END-IF
              ADD 1               TO W-QTD-EU
              MOVE W-QTD-EU       TO W-IND-EU
              INITIALIZE          W-EU-ITEM(W-IND-EU)
              MOVE W-ESTAB-LINHA  TO TEU-ESTAB(W-IND-EU)
              MOVE W-UF-LINHA     TO TEU-UF(W-IND-EU)
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega o antes de cada UF já acumulada no ano-base - UF sem linha no diário tem os meses abertos............<*
      *>-> zerados pela reconstrução....................................................................................<*
       REFI-CARREGA-UF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE W-ANO-REFAZ       TO ACUMUF-ANO.
           MOVE LOW-VALUES        TO ACUMUF-UF.
           START                  F-ACUM-UF
                                  KEY IS NOT < ACUMUF-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-UF NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa encerra a varredura,
      *>-> para não ciclar em erro
              IF W-FS-ACUMUF NOT = "00" OR
                 ACUMUF-ANO NOT = W-ANO-REFAZ
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 MOVE ACUMUF-UF   TO W-UF-LINHA
                 PERFORM          REFI-LOCALIZA-UF
                 PERFORM          VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
                    MOVE ACUMUF-FILHO-OCC(W-IND-MES)
                      TO TUF-ANTES(W-IND-UF, W-IND-MES)
                 END-PERFORM
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega o antes de cada estabelecimento já acumulado no ano-base (chave estabelecimento + ano: varre.........<*
      *>-> o arquivo inteiro e fica com o ano pedido)...................................................................<*
       REFI-CARREGA-EST.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO ACEST-CHAVE.
           START                  F-ACUM-EST
                                  KEY IS NOT < ACEST-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-EST NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-ACEST NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF ACEST-ANO = W-ANO-REFAZ
                    MOVE ACEST-ESTAB TO W-ESTAB-LINHA
                    PERFORM       REFI-LOCALIZA-EST
                    PERFORM       VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
                       MOVE ACEST-FILHO-OCC(W-IND-MES)
                         TO TES-ANTES(W-IND-EST, W-IND-MES)
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega o antes de cada par estabelecimento/UF já acumulado no ano-base (varre o arquivo inteiro)............<*
       REFI-CARREGA-EST-UF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO ACUFE-CHAVE.
           START                  F-ACUM-UF-EST
                                  KEY IS NOT < ACUFE-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-UF-EST NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-ACUFE NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF ACUFE-ANO = W-ANO-REFAZ
                    MOVE ACUFE-ESTAB TO W-ESTAB-LINHA
                    MOVE ACUFE-UF TO W-UF-LINHA
                    PERFORM       REFI-LOCALIZA-EST-UF
                    PERFORM       VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
                       MOVE ACUFE-FILHO-OCC(W-IND-MES)
                         TO TEU-ANTES(W-IND-EU, W-IND-MES)
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava o acumulador geral: meses abertos (ou liberados) recebem o diário; saldo transportado e travas.......<*
      *>-> ficam como estavam; imprime o antes/depois de cada mês e audita os meses alterados...........................<*
       REFI-REGRAVA-GERAL.
           MOVE "ACUMULADOR GERAL (ACUMICM)" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-COMPARACAO  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "EMPRESA"         TO W-NIVEL.
           PERFORM                VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
              MOVE TEM-ANTES(W-IND-MES)  TO W-CMP-ANTES
              MOVE TEM-DIARIO(W-IND-MES) TO W-CMP-DIARIO
              PERFORM             REFI-COMPARA-MES
              MOVE W-CMP-DEPOIS   TO W-FILHO-OCC(W-IND-MES)
              IF W-CMP-DEPOIS NOT = W-CMP-ANTES
                 ADD 1            TO W-QTD-MESES-ALTERADOS
                 PERFORM          REFI-AUDITA-MES
              END-IF
           END-PERFORM.
           IF W-FS-ACUM = "23"
              WRITE               W-REG-ACUM-ICMS
           ELSE
              REWRITE             W-REG-ACUM-ICMS
           END-IF.
           IF W-FS-ACUM = "00"
              ADD 1               TO W-QTD-REGRAVADOS
           ELSE
              ADD 1               TO W-QTD-ERROS
              DISPLAY "REFICM: ERRO NA GRAVACAO DE ACUMICM - STATUS "
                      W-FS-ACUM
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava cada UF do ano-base (a do acumulador e a do diário) com a mesma regra de meses.......................<*
       REFI-REGRAVA-UF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "ACUMULADOR POR UF DE DESTINO (ACUMUFI)"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-COMPARACAO  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                VARYING W-IND-UF FROM 1 BY 1
                                   UNTIL W-IND-UF > W-QTD-UF
              MOVE W-ANO-REFAZ    TO ACUMUF-ANO
              MOVE TUF-UF(W-IND-UF) TO ACUMUF-UF
              READ                F-ACUM-UF
                 INVALID KEY
                    INITIALIZE    W-REG-ACUM-UF
                    MOVE W-ANO-REFAZ TO ACUMUF-ANO
                    MOVE TUF-UF(W-IND-UF) TO ACUMUF-UF
              END-READ
              MOVE SPACES         TO W-NIVEL
              STRING "UF "        DELIMITED SIZE
                     TUF-UF(W-IND-UF) DELIMITED SIZE
                     INTO W-NIVEL
              END-STRING
              PERFORM             VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
                 MOVE TUF-ANTES(W-IND-UF, W-IND-MES)  TO W-CMP-ANTES
                 MOVE TUF-DIARIO(W-IND-UF, W-IND-MES) TO W-CMP-DIARIO
                 PERFORM          REFI-COMPARA-MES
                 MOVE W-CMP-DEPOIS TO ACUMUF-FILHO-OCC(W-IND-MES)
              END-PERFORM
              IF W-FS-ACUMUF = "23"
                 WRITE            W-REG-ACUM-UF
              ELSE
                 REWRITE          W-REG-ACUM-UF
              END-IF
              IF W-FS-ACUMUF = "00"
                 ADD 1            TO W-QTD-REGRAVADOS
              ELSE
                 ADD 1            TO W-QTD-ERROS
                 DISPLAY "REFICM: ERRO NA GRAVACAO DE ACUMUFI "
                         TUF-UF(W-IND-UF) " - STATUS " W-FS-ACUMUF
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava cada estabelecimento do ano-base, preservando o saldo transportado por FECICM........................<*
       REFI-REGRAVA-EST.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "ACUMULADOR POR ESTABELECIMENTO (ACUMEST)"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-COMPARACAO  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                VARYING W-IND-EST FROM 1 BY 1
                                   UNTIL W-IND-EST > W-QTD-EST
              MOVE TES-ESTAB(W-IND-EST) TO ACEST-ESTAB
              MOVE W-ANO-REFAZ    TO ACEST-ANO
              READ                F-ACUM-EST
                 INVALID KEY
                    INITIALIZE    W-REG-ACUM-EST
                    MOVE TES-ESTAB(W-IND-EST) TO ACEST-ESTAB
                    MOVE W-ANO-REFAZ TO ACEST-ANO
              END-READ
              MOVE SPACES         TO W-NIVEL
              STRING "ESTAB. "    DELIMITED SIZE
                     TES-ESTAB(W-IND-EST) DELIMITED SIZE
                     INTO W-NIVEL
              END-STRING
              PERFORM             VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
                 MOVE TES-ANTES(W-IND-EST, W-IND-MES)  TO W-CMP-ANTES
                 MOVE TES-DIARIO(W-IND-EST, W-IND-MES) TO W-CMP-DIARIO
                 PERFORM          REFI-COMPARA-MES
                 MOVE W-CMP-DEPOIS TO ACEST-FILHO-OCC(W-IND-MES)
              END-PERFORM
              IF W-FS-ACEST = "23"
                 WRITE            W-REG-ACUM-EST
              ELSE
                 REWRITE          W-REG-ACUM-EST
              END-IF
              IF W-FS-ACEST = "00"
                 ADD 1            TO W-QTD-REGRAVADOS
              ELSE
                 ADD 1            TO W-QTD-ERROS
                 DISPLAY "REFICM: ERRO NA GRAVACAO DE ACUMEST "
                         TES-ESTAB(W-IND-EST) " - STATUS " W-FS-ACEST
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava cada par estabelecimento/UF do ano-base..............................................................<*
       REFI-REGRAVA-EST-UF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "ACUMULADOR POR ESTABELECIMENTO E UF (ACUMUFE)"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-COMPARACAO  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                VARYING W-IND-EU FROM 1 BY 1
                                   UNTIL W-IND-EU > W-QTD-EU
              MOVE TEU-ESTAB(W-IND-EU) TO ACUFE-ESTAB
              MOVE W-ANO-REFAZ    TO ACUFE-ANO
              MOVE TEU-UF(W-IND-EU) TO ACUFE-UF
              READ                F-ACUM-UF-EST
                 INVALID KEY
                    INITIALIZE    W-REG-ACUM-UF-EST
                    MOVE TEU-ESTAB(W-IND-EU) TO ACUFE-ESTAB
                    MOVE W-ANO-REFAZ TO ACUFE-ANO
                    MOVE TEU-UF(W-IND-EU) TO ACUFE-UF
              END-READ
              MOVE SPACES         TO W-NIVEL
              STRING "ESTAB. "    DELIMITED SIZE
                     TEU-ESTAB(W-IND-EU) DELIMITED SIZE
                     " "          DELIMITED SIZE
                     TEU-UF(W-IND-EU) DELIMITED SIZE
                     INTO W-NIVEL
              END-STRING
              PERFORM             VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
                 MOVE TEU-ANTES(W-IND-EU, W-IND-MES)  TO W-CMP-ANTES
                 MOVE TEU-DIARIO(W-IND-EU, W-IND-MES) TO W-CMP-DIARIO
                 PERFORM          REFI-COMPARA-MES
                 MOVE W-CMP-DEPOIS TO ACUFE-FILHO-OCC(W-IND-MES)
              END-PERFORM
              IF W-FS-ACUFE = "23"
                 WRITE            W-REG-ACUM-UF-EST
              ELSE
                 REWRITE          W-REG-ACUM-UF-EST
              END-IF
              IF W-FS-ACUFE = "00"
                 ADD 1            TO W-QTD-REGRAVADOS
              ELSE
                 ADD 1            TO W-QTD-ERROS
                 DISPLAY "REFICM: ERRO NA GRAVACAO DE ACUMUFE "
                         TEU-ESTAB(W-IND-EU) " " TEU-UF(W-IND-EU)
                         " - STATUS " W-FS-ACUFE
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Decide o depois do mês W-IND-MES (diário no mês aberto ou liberado, antes no mês mantido) e imprime..........<*
      *>-> a linha de comparação quando o mês tem valor antes ou depois.................................................<*
       REFI-COMPARA-MES.
           IF MES-REFAZER(W-IND-MES)
              MOVE W-CMP-DIARIO   TO W-CMP-DEPOIS
           ELSE
              MOVE W-CMP-ANTES    TO W-CMP-DEPOIS
           END-IF.
           IF W-CMP-ANTES = ZEROS AND
              W-CMP-DIARIO = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           EVALUATE               TRUE
              WHEN W-CMP-ANTES = W-CMP-DIARIO
                 MOVE "IGUAL"     TO LCP-SITUACAO
              WHEN MES-MANTIDO(W-IND-MES)
                 MOVE "FECHADO - MANTIDO" TO LCP-SITUACAO
              WHEN MES-LIBERADO(W-IND-MES)
                 MOVE "FECHADO - REFEITO SUPERV."
                   TO LCP-SITUACAO
                 ADD 1            TO W-QTD-LINHAS-ALTERADAS
              WHEN OTHER
                 MOVE "ALTERADO"  TO LCP-SITUACAO
                 ADD 1            TO W-QTD-LINHAS-ALTERADAS
           END-EVALUATE.
           MOVE W-NIVEL           TO LCP-NIVEL.
           MOVE W-IND-MES         TO LCP-MES.
           MOVE W-CMP-ANTES       TO LCP-ANTES.
           MOVE W-CMP-DIARIO      TO LCP-DIARIO.
           MOVE W-CMP-DEPOIS      TO LCP-DEPOIS.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-COMPARACAO TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o relatório e escreve o cabeçalho da execução...........................................................<*
       REFI-ABRE-RELATORIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "RECONSTRUCAO DOS ACUMULADORES DE ICMS - ANO "
                                   DELIMITED SIZE
                  W-ANO-REFAZ     DELIMITED SIZE
                  " - DATA "      DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:8)
                                   DELIMITED SIZE
                  " - USUARIO "   DELIMITED SIZE
                  LK-SEG-USUARIO  DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           IF FECHADOS-LIBERADOS
              MOVE "MESES FECHADOS LIBERADOS PELO SUPERVISOR"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              MOVE "REFAZER APUICM E INTICM DOS MESES FECHADOS REFEITOS"
                TO REG-RELATORIO
           ELSE
              MOVE "MESES FECHADOS MANTIDOS COMO ESTAVAM"
                TO REG-RELATORIO
           END-IF.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite os totais de controle da execução......................................................................<*
       REFI-EMITE-TOTAIS.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "TOTAIS DE CONTROLE" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "LINHAS DO DIARIO LIDAS" TO LCT-DESCRICAO.
           MOVE W-QTD-LIDOS       TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
           MOVE "LINHAS DO DIARIO NO ANO-BASE" TO LCT-DESCRICAO.
           MOVE W-QTD-DO-ANO      TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
           MOVE "MESES DA EMPRESA ALTERADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-MESES-ALTERADOS TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
           MOVE "MESES FECHADOS MANTIDOS" TO LCT-DESCRICAO.
           MOVE W-QTD-MESES-MANTIDOS TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
           MOVE "MESES FECHADOS LIBERADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-MESES-LIBERADOS TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
           MOVE "LINHAS MES/NIVEL ALTERADAS" TO LCT-DESCRICAO.
           MOVE W-QTD-LINHAS-ALTERADAS TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
           MOVE "REGISTROS REGRAVADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-REGRAVADOS  TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
           MOVE "ERROS DE GRAVACAO" TO LCT-DESCRICAO.
           MOVE W-QTD-ERROS       TO LCT-QUANTIDADE.
           PERFORM                REFI-GRAVA-CONTAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do relatório (descrição e quantidade já preenchidas).............................<*
       REFI-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Audita a alteração de um mês do acumulador geral (mês, antes e depois).......................................<*
       REFI-AUDITA-MES.
           MOVE W-CMP-ANTES       TO W-VALOR-EDIT.
           MOVE W-CMP-DEPOIS      TO W-VALOR-EDIT-2.
           IF MES-LIBERADO(W-IND-MES)
              MOVE "RECONSTROI-MES-FECH" TO LAUD-ACAO
           ELSE
              MOVE "RECONSTROI-MES"  TO LAUD-ACAO
           END-IF.
           MOVE W-IND-MES         TO W-MES-EDIT.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "ACUMICM MES "  DELIMITED SIZE
                  W-MES-EDIT      DELIMITED SIZE
                  " "             DELIMITED SIZE
                  W-VALOR-EDIT    DELIMITED SIZE
                  ">"             DELIMITED SIZE
                  W-VALOR-EDIT-2  DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                REFI-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Audita o resumo da reconstrução (ano-base, meses alterados, mantidos e liberados, erros).....................<*
       REFI-AUDITA-RESUMO.
           MOVE "RECONSTRUCAO-ACUM"  TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "ANO "          DELIMITED SIZE
                  W-ANO-REFAZ     DELIMITED SIZE
                  " ALTERADOS "   DELIMITED SIZE
                  W-QTD-MESES-ALTERADOS DELIMITED SIZE
                  " MANTIDOS "    DELIMITED SIZE
                  W-QTD-MESES-MANTIDOS DELIMITED SIZE
                  " LIBERADOS "   DELIMITED SIZE
                  W-QTD-MESES-LIBERADOS DELIMITED SIZE
                  " ERROS "       DELIMITED SIZE
                  W-QTD-ERROS     DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                REFI-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta e grava uma linha de auditoria (quem, quando, qual ano-base, o que)....................................<*
       REFI-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO LAUD-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO LAUD-HORA.
           MOVE LK-SEG-USUARIO    TO LAUD-USUARIO.
           MOVE W-ANO-REFAZ       TO LAUD-CODIGO-CAD.
           MOVE SPACES            TO REG-AUDITORIA.
           MOVE W-LINHA-AUDITORIA TO REG-AUDITORIA.
           OPEN EXTEND            F-AUDITORIA.
           IF W-FS-AUDITORIA = "35" OR "05"
              OPEN OUTPUT         F-AUDITORIA
           END-IF.
           WRITE                  REG-AUDITORIA.
           CLOSE                  F-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
