      *>->                              estornos do ano, retotalizada do diário de movimento (linhas
      *>->                              MOV-TIPO-LCTO = E), para as devoluções aparecerem destacadas no
      *>->                              demonstrativo e não apenas líquidas nos meses
      *>-> 15/10/2026  equipe fiscal    Depois da visão da empresa (seções por UF e reconciliação contra
      *>->                              ACUMICM), o demonstrativo passou a trazer um bloco por
      *>->                              estabelecimento, a partir do acumulador por estabelecimento e
      *>->                              UF de destino (ACUMUFE): uma seção por UF com os valores
      *>->                              mensais, o total do estabelecimento e, no fim, a soma dos
      *>->                              estabelecimentos conferida contra o total geral das UF
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                  assign to      "ICMSMOV.LOG"
                  organization   is line sequential
                  file status    is w-fs-movimento.
      *>-> Acumulador mensal por estabelecimento, ano-base e UF de destino,
      *>-> mantido por CALICM, para o bloco de cada estabelecimento
           select f-acum-uf-est
                  assign to      "ACUMUFE"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acufe-chave
                  file status    is w-fs-acumufe.
      *>-> Cadastro mestre de estabelecimentos, para o cabeçalho do bloco
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Relatório do demonstrativo anual por UF
           select f-relatorio
                  assign to      "GIAICMRL"
       copy                       "ACUMICM.CPY".
       fd  f-movimento.
       copy                       "ICMSMOV.CPY".
       fd  f-acum-uf-est.
       copy                       "ACUMUFE.CPY".
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
       01  w-fs-acumufe           pic is x(02)    value is spaces.
       01  w-fs-estabel           pic is x(02)    value is spaces.
      *>-> Ano-base do demonstrativo (parâmetro de execução)
       01  w-ano-demonst          pic is 9(04)    value is zeros.
      *>-> Indicador de fim da varredura do acumulador por UF
       01  w-estorno-da-uf        pic is 9(11)v99 value is zeros comp-3.
       01  w-dif-totais           pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Quebra por estabelecimento do bloco por estabelecimento
       01  w-estab-corrente       pic is 9(04)    value is zeros.
       01  w-qtd-estab            pic is 9(04)    value is zeros.
       01  w-total-estab          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-total-geral-estab    pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Mestre de estabelecimentos disponível para os cabeçalhos
       01  w-estabel-presenca     pic is x(01)    value is "N".
           88 estabel-presente                    value is "S".
           88 estabel-ausente                      value "N".
      *>-> Cabeçalho do bloco de um estabelecimento
       01  w-linha-estab.
           05 filler              pic is x(16)
                                   value is "ESTABELECIMENTO ".
           05 les-codigo          pic is 9(04)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 les-nome            pic is x(40)    value is spaces.
           05 filler              pic is x(04)    value is " UF ".
           05 les-uf              pic is x(02)    value is spaces.
      *>-> Linha de valor mensal do relatório
       01  w-linha-demonst.
           05 ldm-mes             pic is z9      value is zeros.
           PERFORM                GIAI-VARRE-ANO.
           CLOSE                  F-ACUM-UF.
           PERFORM                GIAI-RECONCILIA.
           PERFORM                GIAI-DEMONSTRA-ESTABELECIMENTOS.
           CLOSE                  F-RELATORIO.
           DISPLAY "GIAICM: " W-QTD-UFS " UF(S) DEMONSTRADA(S) ANO "
                   W-ANO-DEMONST.
           MOVE W-DIF-TOTAIS      TO LTD-VALOR.
           PERFORM                GIAI-GRAVA-LINHA-TOTAL.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite o bloco por estabelecimento: varre o acumulador por estabelecimento + UF do ano-base, com quebra.......<*
      *>-> por estabelecimento, e confere a soma dos estabelecimentos contra o total geral das UF da empresa............<*
       GIAI-DEMONSTRA-ESTABELECIMENTOS.
           OPEN INPUT             F-ACUM-UF-EST.
           IF W-FS-ACUMUFE = "35"
              CLOSE               F-ACUM-UF-EST
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-ACUMUFE NOT = "00"
              DISPLAY "ACUMULADOR ESTAB/UF INDISPONIVEL - STATUS "
                      W-FS-ACUMUFE
              STOP RUN
           END-IF.
      *>-> Sem o mestre o bloco sai só com o código do estabelecimento
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL = "00"
              SET                 ESTABEL-PRESENTE TO TRUE
           ELSE
              SET                 ESTABEL-AUSENTE TO TRUE
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "DEMONSTRATIVO POR ESTABELECIMENTO - ANO "
                                   DELIMITED SIZE
                  W-ANO-DEMONST   DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE ZEROS             TO W-ESTAB-CORRENTE.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO ACUFE-CHAVE.
           START F-ACUM-UF-EST KEY NOT < ACUFE-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-UF-EST NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-ACUMUFE NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF ACUFE-ANO = W-ANO-DEMONST
                    IF ACUFE-ESTAB NOT = W-ESTAB-CORRENTE
                       PERFORM    GIAI-QUEBRA-ESTABELECIMENTO
                    END-IF
                    PERFORM       GIAI-EMITE-SECAO-UF-ESTAB
                 END-IF
              END-IF
           END-PERFORM.
           IF W-ESTAB-CORRENTE > ZEROS
              PERFORM             GIAI-EMITE-TOTAL-ESTAB
           END-IF.
           CLOSE                  F-ACUM-UF-EST.
           IF ESTABEL-PRESENTE
              CLOSE               F-ESTABELECIMENTOS
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "TOTAL DOS ESTABELECIMENTOS" TO LTD-DESCRICAO.
           MOVE W-TOTAL-GERAL-ESTAB TO LTD-VALOR.
           PERFORM                GIAI-GRAVA-LINHA-TOTAL.
           MOVE "TOTAL GERAL DAS UF (EMPRESA)" TO LTD-DESCRICAO.
           MOVE W-TOTAL-GERAL     TO LTD-VALOR.
           PERFORM                GIAI-GRAVA-LINHA-TOTAL.
           COMPUTE W-DIF-TOTAIS = W-TOTAL-GERAL-ESTAB - W-TOTAL-GERAL.
           MOVE "DIFERENCA"       TO LTD-DESCRICAO.
           MOVE W-DIF-TOTAIS      TO LTD-VALOR.
           PERFORM                GIAI-GRAVA-LINHA-TOTAL.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Quebra de estabelecimento: fecha o total do anterior e emite o cabeçalho do novo.............................<*
       GIAI-QUEBRA-ESTABELECIMENTO.
           IF W-ESTAB-CORRENTE > ZEROS
              PERFORM             GIAI-EMITE-TOTAL-ESTAB
           END-IF.
           MOVE ACUFE-ESTAB       TO W-ESTAB-CORRENTE.
           ADD 1                  TO W-QTD-ESTAB.
           MOVE ZEROS             TO W-TOTAL-ESTAB.
           MOVE ACUFE-ESTAB       TO LES-CODIGO.
           MOVE SPACES            TO LES-NOME
                                     LES-UF.
           IF ESTABEL-PRESENTE
              MOVE ACUFE-ESTAB    TO EST-CODIGO
              READ                F-ESTABELECIMENTOS
                 INVALID KEY
                    MOVE "ESTABELECIMENTO FORA DO MESTRE" TO LES-NOME
                 NOT INVALID KEY
                    MOVE EST-NOME TO LES-NOME
                    MOVE EST-UF   TO LES-UF
              END-READ
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-ESTAB     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite a seção de uma UF do estabelecimento corrente: cabeçalho, valores mensais e total da UF................<*
       GIAI-EMITE-SECAO-UF-ESTAB.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "  UF DE DESTINO " DELIMITED SIZE
                  ACUFE-UF         DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE ZEROS             TO W-TOTAL-UF.
           PERFORM                VARYING W-INDICE-MES FROM 1 BY 1
                                   UNTIL W-INDICE-MES > 12
              MOVE                W-INDICE-MES TO LDM-MES
              MOVE                ACUFE-FILHO-OCC(W-INDICE-MES)
                                   TO LDM-VALOR
              ADD                 ACUFE-FILHO-OCC(W-INDICE-MES)
                                   TO W-TOTAL-UF
              MOVE                SPACES TO REG-RELATORIO
              MOVE                W-LINHA-DEMONST TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-PERFORM.
           MOVE "TOTAL DA UF"     TO LTD-DESCRICAO.
           MOVE W-TOTAL-UF        TO LTD-VALOR.
           PERFORM                GIAI-GRAVA-LINHA-TOTAL.
           ADD W-TOTAL-UF         TO W-TOTAL-ESTAB.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite o total do estabelecimento corrente e o soma no total dos estabelecimentos.............................<*
       GIAI-EMITE-TOTAL-ESTAB.
           MOVE "TOTAL DO ESTABELECIMENTO" TO LTD-DESCRICAO.
           MOVE W-TOTAL-ESTAB     TO LTD-VALOR.
           PERFORM                GIAI-GRAVA-LINHA-TOTAL.
           ADD W-TOTAL-ESTAB      TO W-TOTAL-GERAL-ESTAB.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de total (descrição e valor já preenchidos)...................................................<*
       GIAI-GRAVA-LINHA-TOTAL.
           MOVE SPACES            TO REG-RELATORIO.
