      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      E N C A R G O S   D E   M O R A   D A S   G U I A S   D E   I C M S   ( M U L T A   E   S E L I C )    <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                ENCGAR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: calcula os encargos de mora das guias de
      *>->                              recolhimento (GAREICM) pagas com atraso ou em parte, ou ainda em
      *>->                              aberto depois do vencimento, na data de cálculo do PARM (omitida
      *>->                              = data corrente) - multa de 0,33% por dia de atraso limitada a
      *>->                              20% e juros pela SELIC acumulada dos meses seguintes ao do
      *>->                              vencimento até o anterior ao do pagamento, mais 1% no mês do
      *>->                              pagamento, com as taxas mensais da tabela SELICMES; grava multa,
      *>->                              juros, saldo devedor e situação na guia e imprime o demonstrativo
      *>->                              de encargos
      *>-> 15/10/2026  equipe fiscal    Guias por estabelecimento (GAREICM com chave estabelecimento +
      *>->                              competência): o estabelecimento sai na linha do demonstrativo e
      *>->                              no alerta de SELIC ausente
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Guias de recolhimento geradas por GERGAR
           select f-guias
                  assign to      "GAREICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is gare-chave
                  file status    is w-fs-gare.
      *>-> Taxas mensais da SELIC publicadas pela Receita Federal
           select f-selic
                  assign to      "SELICMES"
                  organization   is line sequential
                  file status    is w-fs-selic.
      *>-> Demonstrativo dos encargos calculados
           select f-relatorio
                  assign to      "ENCGARRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-guias.
       copy                       "GAREICM.CPY".
       fd  f-selic.
      *>-> Uma linha por mês: competência aaaamm;taxa em percentual com
      *>-> quatro decimais sem separador (0011600 = 1,1600%)
       01  reg-selic.
           05 sel-competencia     pic is 9(06).
           05 filler              pic is x(01).
           05 sel-taxa            pic is 9(03)v9(04).
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "ENCGAR".
      *>-> Multa de mora: percentual por dia de atraso e teto
       78  w78-multa-dia                          value is 0,33.
       78  w78-multa-teto                         value is 20.
      *>-> Juros do mês do pagamento, somados a SELIC acumulada
       78  w78-juros-mes-pagto                    value is 1.
      *>-> Status dos arquivos
       01  w-fs-gare              pic is x(02)    value is spaces.
       01  w-fs-selic             pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Data de cálculo dos encargos (parâmetro de execução aaaammdd)
       01  w-data-calculo         pic is 9(08)    value is zeros.
      *>-> Tabela de taxas SELIC carregada de SELICMES
       78  w78-max-selic                          value is 600.
       01  w-tab-selic.
           05 w-selic-item        occurs 600 times.
              10 tsl-competencia  pic is 9(06).
              10 tsl-taxa         pic is 9(03)v9(04).
       01  w-qtd-selic            pic is 9(03)    value is zeros.
       01  w-ind-selic            pic is 9(03)    value is zeros.
      *>-> Indicador de fim da varredura do arquivo de guias
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Valores de trabalho do cálculo de uma guia
       01  w-pago-no-prazo        pic is 9(11)v99 value is zeros comp-3.
       01  w-base-atraso          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-total-devido         pic is 9(11)v99 value is zeros comp-3.
       01  w-data-fim             pic is 9(08)    value is zeros.
       01  w-dias-atraso          pic is s9(07)   value is zeros comp-3.
       01  w-perc-multa           pic is 9(03)v9(04)
                                   value is zeros comp-3.
       01  w-perc-juros           pic is 9(05)v9(04)
                                   value is zeros comp-3.
      *>-> Meses percorridos para a SELIC acumulada (aaaamm)
       01  w-mes-venc             pic is 9(06)    value is zeros.
       01  w-mes-fim              pic is 9(06)    value is zeros.
       01  w-mes-corrente         pic is 9(06)    value is zeros.
       01  w-mes-corr-partes      redefines w-mes-corrente.
           05 w-mcr-ano           pic is 9(04).
           05 w-mcr-mes           pic is 9(02).
      *>-> Indicador de taxa SELIC encontrada para o mês
       01  w-selic-situacao       pic is x(01)    value is "N".
           88 selic-achada                        value is "S".
           88 selic-nao-achada                     value "N".
      *>-> Contadores e totais do cálculo
       01  w-qtd-lidas            pic is 9(07)    value is zeros.
       01  w-qtd-canceladas       pic is 9(07)    value is zeros.
       01  w-qtd-sem-atraso       pic is 9(07)    value is zeros.
       01  w-qtd-com-encargos     pic is 9(07)    value is zeros.
       01  w-qtd-selic-ausente    pic is 9(07)    value is zeros.
       01  w-tot-multa            pic is 9(13)v99 value is zeros comp-3.
       01  w-tot-juros            pic is 9(13)v99 value is zeros comp-3.
       01  w-tot-saldo            pic is 9(13)v99 value is zeros comp-3.
      *>-> Linha de detalhe do demonstrativo (uma guia em atraso)
       01  w-linha-guia.
           05 lgu-estab           pic is 9(04)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-competencia     pic is 9(06)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-vencimento      pic is 9(08)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-data-fim        pic is 9(08)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-dias            pic is zzzz9    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-base            pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-multa           pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-juros           pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-saldo           pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-situacao        pic is x(01)    value is space.
      *>-> Linhas de total do demonstrativo
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is -zz.zzz.zzz.zzz.zz9,99
                                   value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=ENCGAR,PARM='aaaammdd'): meia-palavra
      *>-> com o tamanho do texto, seguida do próprio texto
       01  lk-parm-data.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-data.
      *>--------------------------------------------------------------------------------------------------------------<*
       ENCG-PRINCIPAL             SECTION.
       ENCG-INICIO.
           IF LK-PARM-TAM NOT < 8 AND
              LK-PARM-VALOR(1:8) NUMERIC
              MOVE LK-PARM-VALOR(1:8) TO W-DATA-CALCULO
           END-IF.
      *>-> Sem data no PARM, calcula na data corrente
           IF W-DATA-CALCULO = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-CALCULO
           END-IF.
           PERFORM                ENCG-CARREGA-SELIC.
           OPEN OUTPUT            F-RELATORIO.
           PERFORM                ENCG-EMITE-CABECALHO.
           PERFORM                ENCG-CALCULA-GUIAS.
           PERFORM                ENCG-EMITE-TOTAIS.
           CLOSE                  F-RELATORIO.
           DISPLAY "ENCGAR: " W-QTD-LIDAS " GUIA(S) LIDA(S) "
                   W-QTD-COM-ENCARGOS " COM ENCARGOS EM "
                   W-DATA-CALCULO.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega a tabela de taxas mensais da SELIC (sem a tabela não se calcula juros: parada dura)..................<*
       ENCG-CARREGA-SELIC.
           OPEN INPUT             F-SELIC.
           IF W-FS-SELIC NOT = "00"
              DISPLAY "TABELA SELICMES INDISPONIVEL - STATUS "
                      W-FS-SELIC
              STOP RUN
           END-IF.
           PERFORM                UNTIL EXIT
              READ                F-SELIC
                 AT END
                    EXIT PERFORM
              END-READ
              IF SEL-COMPETENCIA NUMERIC AND
                 SEL-TAXA NUMERIC        AND
                 W-QTD-SELIC < W78-MAX-SELIC
                 ADD 1            TO W-QTD-SELIC
                 MOVE SEL-COMPETENCIA TO TSL-COMPETENCIA(W-QTD-SELIC)
                 MOVE SEL-TAXA    TO TSL-TAXA(W-QTD-SELIC)
              END-IF
           END-PERFORM.
           CLOSE                  F-SELIC.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Percorre todas as guias e recalcula os encargos de cada uma na data de cálculo...............................<*
       ENCG-CALCULA-GUIAS.
           OPEN I-O               F-GUIAS.
           IF W-FS-GARE = "35"
              DISPLAY "ARQUIVO DE GUIAS GAREICM AINDA NAO CRIADO"
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-GARE NOT = "00"
              DISPLAY "ARQUIVO DE GUIAS GAREICM INDISPONIVEL - STATUS "
                      W-FS-GARE
              STOP RUN
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
                 PERFORM          ENCG-CALCULA-UMA-GUIA
              END-IF
           END-PERFORM.
           CLOSE                  F-GUIAS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Calcula os encargos de uma guia: o valor pago até o vencimento abate a base; o atraso corre até o............<*
      *>-> pagamento que cobre o principal, ou até a data de cálculo enquanto a guia não for paga.......................<*
       ENCG-CALCULA-UMA-GUIA.
           ADD 1                  TO W-QTD-LIDAS.
           IF GARE-CANCELADA
              ADD 1               TO W-QTD-CANCELADAS
              EXIT                PARAGRAPH
           END-IF.
           MOVE ZEROS             TO W-PAGO-NO-PRAZO
                                     W-DIAS-ATRASO
                                     W-PERC-MULTA
                                     W-PERC-JUROS.
           IF GARE-DATA-PAGAMENTO NOT = ZEROS AND
              GARE-DATA-PAGAMENTO NOT > GARE-DATA-VENCIMENTO
              MOVE GARE-VALOR-PAGO TO W-PAGO-NO-PRAZO
           END-IF.
           COMPUTE W-BASE-ATRASO = GARE-VALOR-PRINCIPAL
                                 - W-PAGO-NO-PRAZO.
           IF GARE-DATA-PAGAMENTO > GARE-DATA-VENCIMENTO AND
              GARE-VALOR-PAGO NOT < GARE-VALOR-PRINCIPAL
              MOVE GARE-DATA-PAGAMENTO TO W-DATA-FIM
           ELSE
              MOVE W-DATA-CALCULO TO W-DATA-FIM
           END-IF.
           IF W-BASE-ATRASO > ZEROS AND
              W-DATA-FIM > GARE-DATA-VENCIMENTO
              COMPUTE W-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE(W-DATA-FIM)
                    - FUNCTION INTEGER-OF-DATE(GARE-DATA-VENCIMENTO)
           END-IF.
           IF W-DIAS-ATRASO NOT > ZEROS
              MOVE ZEROS          TO W-BASE-ATRASO
                                     W-DIAS-ATRASO
              ADD 1               TO W-QTD-SEM-ATRASO
           ELSE
              COMPUTE W-PERC-MULTA = W-DIAS-ATRASO * W78-MULTA-DIA
              IF W-PERC-MULTA > W78-MULTA-TETO
                 MOVE W78-MULTA-TETO TO W-PERC-MULTA
              END-IF
              PERFORM             ENCG-ACUMULA-SELIC
              ADD 1               TO W-QTD-COM-ENCARGOS
           END-IF.
           MOVE W-DATA-CALCULO    TO GARE-DATA-CALCULO.
           MOVE W-DIAS-ATRASO     TO GARE-DIAS-ATRASO.
           MOVE W-BASE-ATRASO     TO GARE-BASE-ATRASO.
           COMPUTE GARE-VALOR-MULTA ROUNDED =
                   W-BASE-ATRASO * W-PERC-MULTA / 100.
           COMPUTE GARE-VALOR-JUROS ROUNDED =
                   W-BASE-ATRASO * W-PERC-JUROS / 100.
           COMPUTE W-TOTAL-DEVIDO = GARE-VALOR-PRINCIPAL
                                  + GARE-VALOR-MULTA
                                  + GARE-VALOR-JUROS.
           EVALUATE               TRUE
              WHEN GARE-VALOR-PAGO = ZEROS
                 SET              GARE-ABERTA TO TRUE
                 MOVE W-TOTAL-DEVIDO TO GARE-SALDO-DEVEDOR
              WHEN GARE-VALOR-PAGO < W-TOTAL-DEVIDO
                 SET              GARE-PARCIAL TO TRUE
                 COMPUTE GARE-SALDO-DEVEDOR =
                         W-TOTAL-DEVIDO - GARE-VALOR-PAGO
              WHEN OTHER
                 SET              GARE-QUITADA TO TRUE
                 MOVE ZEROS       TO GARE-SALDO-DEVEDOR
           END-EVALUATE.
           REWRITE                W-REG-GARE.
           ADD GARE-VALOR-MULTA   TO W-TOT-MULTA.
           ADD GARE-VALOR-JUROS   TO W-TOT-JUROS.
           ADD GARE-SALDO-DEVEDOR TO W-TOT-SALDO.
           IF W-DIAS-ATRASO > ZEROS
              PERFORM             ENCG-EMITE-GUIA
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumula o percentual de juros: SELIC dos meses entre o do vencimento e o do fim do atraso (exclusive)........<*
      *>-> mais 1% no mês do fim do atraso; atraso dentro do mês do vencimento não gera juros...........................<*
       ENCG-ACUMULA-SELIC.
           MOVE GARE-DATA-VENCIMENTO(1:6) TO W-MES-VENC.
           MOVE W-DATA-FIM(1:6)   TO W-MES-FIM.
           IF W-MES-FIM NOT > W-MES-VENC
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-MES-VENC        TO W-MES-CORRENTE.
           PERFORM                UNTIL EXIT
              IF W-MCR-MES = 12
                 ADD 1            TO W-MCR-ANO
                 MOVE 1           TO W-MCR-MES
              ELSE
                 ADD 1            TO W-MCR-MES
              END-IF
              IF W-MES-CORRENTE NOT < W-MES-FIM
                 EXIT PERFORM
              END-IF
              PERFORM             ENCG-SOMA-SELIC-MES
           END-PERFORM.
           ADD W78-JUROS-MES-PAGTO TO W-PERC-JUROS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma a taxa SELIC do mês corrente; mês sem taxa na tabela conta como ausente e sai como alerta...............<*
       ENCG-SOMA-SELIC-MES.
           SET                    SELIC-NAO-ACHADA TO TRUE.
           PERFORM                VARYING W-IND-SELIC FROM 1 BY 1
                                   UNTIL W-IND-SELIC > W-QTD-SELIC
              IF TSL-COMPETENCIA(W-IND-SELIC) = W-MES-CORRENTE
                 ADD TSL-TAXA(W-IND-SELIC) TO W-PERC-JUROS
                 SET              SELIC-ACHADA TO TRUE
                 MOVE W-QTD-SELIC TO W-IND-SELIC
              END-IF
           END-PERFORM.
           IF SELIC-NAO-ACHADA
              ADD 1               TO W-QTD-SELIC-AUSENTE
              DISPLAY "ENCGAR: SELIC AUSENTE NA TABELA PARA "
                      W-MES-CORRENTE " (GUIA " GARE-ESTAB "/"
                      GARE-COMPETENCIA ")"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime o cabeçalho do demonstrativo de encargos.............................................................<*
       ENCG-EMITE-CABECALHO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "ENCARGOS DE MORA DAS GUIAS DE ICMS - CALCULO EM "
                                   DELIMITED SIZE
                  W-DATA-CALCULO  DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "ESTB  COMPET  VENCTO    ATRASO ATE DIAS"
             TO REG-RELATORIO.
           MOVE "BASE EM ATRASO"  TO REG-RELATORIO(45:14).
           MOVE "MULTA"           TO REG-RELATORIO(73:5).
           MOVE "JUROS SELIC"     TO REG-RELATORIO(86:11).
           MOVE "SALDO DEVEDOR"   TO REG-RELATORIO(103:13).
           MOVE "S"               TO REG-RELATORIO(118:1).
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime a linha de uma guia em atraso........................................................................<*
       ENCG-EMITE-GUIA.
           MOVE GARE-ESTAB        TO LGU-ESTAB.
           MOVE GARE-COMPETENCIA  TO LGU-COMPETENCIA.
           MOVE GARE-DATA-VENCIMENTO TO LGU-VENCIMENTO.
           MOVE W-DATA-FIM        TO LGU-DATA-FIM.
           MOVE GARE-DIAS-ATRASO  TO LGU-DIAS.
           MOVE GARE-BASE-ATRASO  TO LGU-BASE.
           MOVE GARE-VALOR-MULTA  TO LGU-MULTA.
           MOVE GARE-VALOR-JUROS  TO LGU-JUROS.
           MOVE GARE-SALDO-DEVEDOR TO LGU-SALDO.
           MOVE GARE-SITUACAO     TO LGU-SITUACAO.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-GUIA      TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime os totais do cálculo.................................................................................<*
       ENCG-EMITE-TOTAIS.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "GUIAS LIDAS"     TO LCT-DESCRICAO.
           MOVE W-QTD-LIDAS       TO LCT-QUANTIDADE.
           PERFORM                ENCG-GRAVA-CONTAGEM.
           MOVE "GUIAS CANCELADAS (IGNORADAS)" TO LCT-DESCRICAO.
           MOVE W-QTD-CANCELADAS  TO LCT-QUANTIDADE.
           PERFORM                ENCG-GRAVA-CONTAGEM.
           MOVE "GUIAS SEM ATRASO" TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-ATRASO  TO LCT-QUANTIDADE.
           PERFORM                ENCG-GRAVA-CONTAGEM.
           MOVE "GUIAS COM ENCARGOS" TO LCT-DESCRICAO.
           MOVE W-QTD-COM-ENCARGOS TO LCT-QUANTIDADE.
           PERFORM                ENCG-GRAVA-CONTAGEM.
           MOVE "MESES SEM TAXA SELIC NA TABELA" TO LCT-DESCRICAO.
           MOVE W-QTD-SELIC-AUSENTE TO LCT-QUANTIDADE.
           PERFORM                ENCG-GRAVA-CONTAGEM.
           MOVE "TOTAL DE MULTA"  TO LVL-DESCRICAO.
           MOVE W-TOT-MULTA       TO LVL-VALOR.
           PERFORM                ENCG-GRAVA-VALOR.
           MOVE "TOTAL DE JUROS SELIC" TO LVL-DESCRICAO.
           MOVE W-TOT-JUROS       TO LVL-VALOR.
           PERFORM                ENCG-GRAVA-VALOR.
           MOVE "TOTAL DE SALDO DEVEDOR" TO LVL-DESCRICAO.
           MOVE W-TOT-SALDO       TO LVL-VALOR.
           PERFORM                ENCG-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem (descrição e quantidade já preenchidas)..........................................<*
       ENCG-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de valor (descrição e valor já preenchidos)..................................................<*
       ENCG-GRAVA-VALOR.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-VALOR     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
