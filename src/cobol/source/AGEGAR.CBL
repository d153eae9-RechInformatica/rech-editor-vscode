      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      P O S I Ç Ã O   P O R   V E N C I M E N T O   D A S   G U I A S   D E   I C M S   ( A G I N G )      <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                AGEGAR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: relatório de posição das guias de recolhimento
      *>->                              (GAREICM) na data-base do PARM (omitida = data corrente) - uma
      *>->                              linha por guia com principal, valor pago, encargos calculados por
      *>->                              ENCGAR e saldo devedor, classificada em a vencer, vencida por
      *>->                              faixa de dias de atraso (1-30, 31-60, 61-90, acima de 90), paga
      *>->                              no prazo, paga com atraso ou cancelada, e um resumo com
      *>->                              quantidade e saldo devedor por classe
      *>-> 15/10/2026  equipe fiscal    Guias por estabelecimento (GAREICM com chave estabelecimento +
      *>->                              competência): as guias saem agrupadas por estabelecimento, com
      *>->                              uma linha de quebra antes das guias de cada um; o resumo por
      *>->                              classe segue da empresa toda
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
      *>-> Relatório de posição das guias
           select f-relatorio
                  assign to      "AGEGARRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-guias.
       copy                       "GAREICM.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "AGEGAR".
      *>-> Status dos arquivos
       01  w-fs-gare              pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Data-base da posição (parâmetro de execução aaaammdd)
       01  w-data-base            pic is 9(08)    value is zeros.
      *>-> Indicador de fim da varredura do arquivo de guias
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Estabelecimento das guias em impressão, para a linha de quebra
       01  w-estab-quebra         pic is 9(04)    value is zeros.
      *>-> Dias vencidos na data-base e classe da guia
       01  w-dias-vencidos        pic is s9(07)   value is zeros comp-3.
       01  w-ind-classe           pic is 9(02)    value is zeros.
      *>-> Classes da posição, na ordem de impressão do resumo
       01  w-tab-classes-init.
           05 filler              pic is x(20)    value is
                                   "A VENCER".
           05 filler              pic is x(20)    value is
                                   "VENCIDA 1-30 DIAS".
           05 filler              pic is x(20)    value is
                                   "VENCIDA 31-60 DIAS".
           05 filler              pic is x(20)    value is
                                   "VENCIDA 61-90 DIAS".
           05 filler              pic is x(20)    value is
                                   "VENCIDA MAIS 90 DIAS".
           05 filler              pic is x(20)    value is
                                   "PAGA NO PRAZO".
           05 filler              pic is x(20)    value is
                                   "PAGA COM ATRASO".
           05 filler              pic is x(20)    value is
                                   "CANCELADA".
       01  w-tab-classes-nomes    redefines w-tab-classes-init.
           05 tcl-nome            pic is x(20)    occurs 8 times.
       01  w-tab-classes.
           05 w-classe-item       occurs 8 times.
              10 tcl-quantidade   pic is 9(07)    value is zeros.
              10 tcl-saldo        pic is 9(13)v99 value is zeros
                                   comp-3.
       01  w-qtd-lidas            pic is 9(07)    value is zeros.
       01  w-tot-saldo            pic is 9(13)v99 value is zeros comp-3.
       01  w-encargos             pic is 9(11)v99 value is zeros comp-3.
      *>-> Linha de detalhe do relatório (uma guia)
       01  w-linha-guia.
           05 lgu-competencia     pic is 9(06)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-vencimento      pic is 9(08)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-principal       pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-pagamento       pic is 9(08)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-valor-pago      pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-encargos        pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-saldo           pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-dias            pic is zzzz9    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lgu-classe          pic is x(20)    value is spaces.
      *>-> Linha do resumo por classe
       01  w-linha-resumo.
           05 lrs-classe          pic is x(20)    value is spaces.
           05 filler              pic is x(02)    value is spaces.
           05 lrs-quantidade      pic is z.zzz.zz9 value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lrs-saldo           pic is z.zzz.zzz.zzz.zz9,99
                                   value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=AGEGAR,PARM='aaaammdd'): meia-palavra
      *>-> com o tamanho do texto, seguida do próprio texto
       01  lk-parm-data.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-data.
      *>--------------------------------------------------------------------------------------------------------------<*
       AGEG-PRINCIPAL             SECTION.
       AGEG-INICIO.
           IF LK-PARM-TAM NOT < 8 AND
              LK-PARM-VALOR(1:8) NUMERIC
              MOVE LK-PARM-VALOR(1:8) TO W-DATA-BASE
           END-IF.
      *>-> Sem data no PARM, a posição e a da data corrente
           IF W-DATA-BASE = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-BASE
           END-IF.
           OPEN OUTPUT            F-RELATORIO.
           PERFORM                AGEG-EMITE-CABECALHO.
           PERFORM                AGEG-VARRE-GUIAS.
           PERFORM                AGEG-EMITE-RESUMO.
           CLOSE                  F-RELATORIO.
           DISPLAY "AGEGAR: " W-QTD-LIDAS " GUIA(S) NA POSICAO DE "
                   W-DATA-BASE.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Percorre as guias em ordem de estabelecimento e competência, classificando e imprimindo cada uma.............<*
       AGEG-VARRE-GUIAS.
           OPEN INPUT             F-GUIAS.
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
                 IF W-QTD-LIDAS = ZEROS OR
                    GARE-ESTAB NOT = W-ESTAB-QUEBRA
                    PERFORM       AGEG-EMITE-ESTAB
                 END-IF
                 PERFORM          AGEG-CLASSIFICA-GUIA
                 PERFORM          AGEG-EMITE-GUIA
              END-IF
           END-PERFORM.
           CLOSE                  F-GUIAS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Classifica a guia: cancelada, quitada (no prazo ou com atraso), a vencer ou vencida pela faixa de dias.......<*
       AGEG-CLASSIFICA-GUIA.
           ADD 1                  TO W-QTD-LIDAS.
           MOVE ZEROS             TO W-DIAS-VENCIDOS.
           EVALUATE               TRUE
              WHEN GARE-CANCELADA
                 MOVE 8           TO W-IND-CLASSE
              WHEN GARE-QUITADA AND
                   GARE-DATA-PAGAMENTO > GARE-DATA-VENCIMENTO
                 MOVE 7           TO W-IND-CLASSE
              WHEN GARE-QUITADA
                 MOVE 6           TO W-IND-CLASSE
              WHEN GARE-DATA-VENCIMENTO NOT < W-DATA-BASE
                 MOVE 1           TO W-IND-CLASSE
              WHEN OTHER
                 COMPUTE W-DIAS-VENCIDOS =
                         FUNCTION INTEGER-OF-DATE(W-DATA-BASE)
                       - FUNCTION INTEGER-OF-DATE(GARE-DATA-VENCIMENTO)
                 EVALUATE         TRUE
                    WHEN W-DIAS-VENCIDOS NOT > 30
                       MOVE 2     TO W-IND-CLASSE
                    WHEN W-DIAS-VENCIDOS NOT > 60
                       MOVE 3     TO W-IND-CLASSE
                    WHEN W-DIAS-VENCIDOS NOT > 90
                       MOVE 4     TO W-IND-CLASSE
                    WHEN OTHER
                       MOVE 5     TO W-IND-CLASSE
                 END-EVALUATE
           END-EVALUATE.
           ADD 1                  TO TCL-QUANTIDADE(W-IND-CLASSE).
           IF NOT GARE-CANCELADA
              ADD GARE-SALDO-DEVEDOR TO TCL-SALDO(W-IND-CLASSE)
                                        W-TOT-SALDO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime a linha de quebra antes das guias de um estabelecimento..............................................<*
       AGEG-EMITE-ESTAB.
           MOVE GARE-ESTAB        TO W-ESTAB-QUEBRA.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "ESTABELECIMENTO " DELIMITED SIZE
                  GARE-ESTAB      DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime a linha de uma guia com a classe atribuída...........................................................<*
       AGEG-EMITE-GUIA.
           COMPUTE W-ENCARGOS = GARE-VALOR-MULTA + GARE-VALOR-JUROS.
           MOVE GARE-COMPETENCIA  TO LGU-COMPETENCIA.
           MOVE GARE-DATA-VENCIMENTO TO LGU-VENCIMENTO.
           MOVE GARE-VALOR-PRINCIPAL TO LGU-PRINCIPAL.
           MOVE GARE-DATA-PAGAMENTO TO LGU-PAGAMENTO.
           MOVE GARE-VALOR-PAGO   TO LGU-VALOR-PAGO.
           MOVE W-ENCARGOS        TO LGU-ENCARGOS.
           IF GARE-CANCELADA
              MOVE ZEROS          TO LGU-SALDO
           ELSE
              MOVE GARE-SALDO-DEVEDOR TO LGU-SALDO
           END-IF.
           IF GARE-QUITADA
              MOVE GARE-DIAS-ATRASO TO LGU-DIAS
           ELSE
              MOVE W-DIAS-VENCIDOS TO LGU-DIAS
           END-IF.
           MOVE TCL-NOME(W-IND-CLASSE) TO LGU-CLASSE.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-GUIA      TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime o cabeçalho do relatório.............................................................................<*
       AGEG-EMITE-CABECALHO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "POSICAO DAS GUIAS DE ICMS (GARE) EM "
                                   DELIMITED SIZE
                  W-DATA-BASE     DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "COMPET  VENCTO"  TO REG-RELATORIO.
           MOVE "PRINCIPAL"       TO REG-RELATORIO(27:9).
           MOVE "PAGTO"           TO REG-RELATORIO(38:5).
           MOVE "VALOR PAGO"      TO REG-RELATORIO(55:10).
           MOVE "ENCARGOS"        TO REG-RELATORIO(76:8).
           MOVE "SALDO DEVEDOR"   TO REG-RELATORIO(90:13).
           MOVE "DIAS   CLASSE"   TO REG-RELATORIO(105:13).
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime o resumo com quantidade e saldo devedor por classe...................................................<*
       AGEG-EMITE-RESUMO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "RESUMO POR CLASSE" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                VARYING W-IND-CLASSE FROM 1 BY 1
                                   UNTIL W-IND-CLASSE > 8
              MOVE TCL-NOME(W-IND-CLASSE) TO LRS-CLASSE
              MOVE TCL-QUANTIDADE(W-IND-CLASSE) TO LRS-QUANTIDADE
              MOVE TCL-SALDO(W-IND-CLASSE) TO LRS-SALDO
              MOVE SPACES         TO REG-RELATORIO
              MOVE W-LINHA-RESUMO TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-PERFORM.
           MOVE "TOTAL"           TO LRS-CLASSE.
           MOVE W-QTD-LIDAS       TO LRS-QUANTIDADE.
           MOVE W-TOT-SALDO       TO LRS-SALDO.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-RESUMO    TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
