      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      A P R O P R I A Ç Ã O   M E N S A L   D O S   C R É D I T O S   D O   C I A P   ( 1 / 4 8 )          <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                APRCIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: apropriação mensal do crédito de ICMS dos bens do
      *>->                              ativo imobilizado (CIAPBEM) na competência do PARM - parcela de
      *>->                              1/48 avos do ICMS do bem multiplicada pelo coeficiente de saídas
      *>->                              tributadas sobre saídas totais do estabelecimento, tirado do
      *>->                              diário ICMSMOV.LOG da competência; o crédito apropriado é
      *>->                              acumulado em ACUMCRE/ACUMCRES, antes de APUICM, e cada parcela
      *>->                              fica registrada em CIAPAPR (base do demonstrativo EXTCIA e trava
      *>->                              contra a apropriação em dobro) - substitui a planilha digitada em
      *>->                              CREICMTR
      *>-> 15/10/2026  equipe fiscal    Execução registrada no controle da cadeia fiscal (CTLEXE/CTLEXEC)
      *>->                              na competência apropriada - APUICM exige o APRCIA concluído; o
      *>->                              crédito é postado em ACUMCRE e ACUMCRES antes da parcela em
      *>->                              CIAPAPR, com o status de cada gravação conferido: falha em qualquer
      *>->                              ponto desfaz o que já foi postado, conta o bem em erro e deixa a
      *>->                              execução sem fim registrado até a reexecução sem erro
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Diário de movimento gravado por CALICM, base do coeficiente
           select f-movimento
                  assign to      "ICMSMOV.LOG"
                  organization   is line sequential
                  file status    is w-fs-movimento.
      *>-> Acumulador mensal de ICMS, só para conferir a trava do mês
           select f-acum
                  assign to      "ACUMICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acum-ano
                  file status    is w-fs-acum.
      *>-> Cadastro de bens do CIAP mantido por MANCIA
           select f-ciap
                  assign to      "CIAPBEM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is ciap-codigo
                  file status    is w-fs-ciap.
      *>-> Parcelas apropriadas por bem e competência
           select f-ciap-aprop
                  assign to      "CIAPAPR"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is ciapa-chave
                  file status    is w-fs-ciapa.
      *>-> Acumulador mensal de créditos por ano-base, o mesmo de CREICM
           select f-acum-cred
                  assign to      "ACUMCRE"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acred-ano
                  file status    is w-fs-acred.
      *>-> Acumulador mensal de créditos por estabelecimento e ano-base
           select f-acum-cred-est
                  assign to      "ACUMCRES"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acres-chave
                  file status    is w-fs-acres.
      *>-> Relatório da apropriação da competência
           select f-relatorio
                  assign to      "APRCIARL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-movimento.
       copy                       "ICMSMOV.CPY".
       fd  f-acum.
       copy                       "ACUMICM.CPY".
       fd  f-ciap.
       copy                       "CIAPREG.CPY".
       fd  f-ciap-aprop.
       copy                       "CIAPAPR.CPY".
       fd  f-acum-cred.
       copy                       "ACUMCRE.CPY".
       fd  f-acum-cred-est.
       copy                       "ACUMCRES.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "APRCIA".
      *>-> Estabelecimento assumido quando a linha do diário não o traz
      *>-> (layout anterior a abertura das filiais)
       78  w78-estab-matriz                       value is 1.
      *>-> Quantidade de parcelas mensais do crédito de cada bem
       78  w78-qtd-parcelas                       value is 48.
      *>-> Capacidade da tabela de coeficientes por estabelecimento
       78  w78-max-estab                          value is 200.
      *>-> Status dos arquivos
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-ciap              pic is x(02)    value is spaces.
       01  w-fs-ciapa             pic is x(02)    value is spaces.
       01  w-fs-acred             pic is x(02)    value is spaces.
       01  w-fs-acres             pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Competência apropriada (PARM aaaamm; omitido = mês anterior)
       01  w-competencia          pic is 9(06)    value is zeros.
       01  w-compet-partes        redefines w-competencia.
           05 w-compet-ano        pic is 9(04).
           05 w-compet-mes        pic is 9(02).
      *>-> Fim da varredura do cadastro de bens
       01  w-varredura            pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Tabela de saídas por estabelecimento da competência, base do
      *>-> coeficiente de saídas tributadas sobre saídas totais
       01  w-qtd-estab-tab        pic is 9(04)    value is zeros comp.
       01  w-ind-estab            pic is 9(04)    value is zeros comp.
       01  w-tab-saidas.
           05 w-saida-estab       occurs 200 times.
              10 tsa-estab        pic is 9(04).
              10 tsa-tributadas   pic is s9(13)v99 comp-3.
              10 tsa-totais       pic is s9(13)v99 comp-3.
              10 tsa-coeficiente  pic is 9(01)v9(06).
      *>-> Estabelecimento da linha do diário ou do bem corrente
       01  w-estab-corrente       pic is 9(04)    value is zeros.
      *>-> Valor da linha do diário com o sinal do tipo de lançamento
       01  w-base-linha           pic is s9(11)v99 value is zeros
                                   comp-3.
      *>-> Parcela do bem na competência (1 a 48 dentro do período)
       01  w-parcela              pic is s9(05)   value is zeros comp.
      *>-> Fração de 1/48 do bem e crédito apropriado da parcela
       01  w-fracao               pic is 9(09)v99 value is zeros.
       01  w-apropriado           pic is 9(09)v99 value is zeros.
      *>-> Valor postado nos acumuladores de crédito: a parcela, ou a
      *>-> parcela com sinal trocado para desfazer a postagem
       01  w-valor-lancar         pic is s9(09)v99 value is zeros.
      *>-> Resultado da postagem do crédito do bem corrente
       01  w-postagem             pic is x(01)    value is "S".
           88 credito-postado                     value is "S".
           88 credito-nao-postado                  value "N".
       01  w-coeficiente          pic is 9(01)v9(06) value is zeros.
      *>-> Situação do bem corrente na competência
       01  w-bem-situacao         pic is x(01)    value is space.
           88 bem-apropriar                       value is "A".
           88 bem-nao-iniciado                     value "N".
           88 bem-ja-apropriado                    value "J".
           88 bem-encerrado                        value "E".
           88 bem-baixado-antes                    value "B".
           88 bem-vencido                          value "V".
      *>-> Contadores de controle da execução
       01  w-qtd-linhas-mov       pic is 9(07)    value is zeros.
       01  w-qtd-bens-lidos       pic is 9(07)    value is zeros.
       01  w-qtd-apropriados      pic is 9(07)    value is zeros.
       01  w-qtd-ja-apropriados   pic is 9(07)    value is zeros.
       01  w-qtd-nao-iniciados    pic is 9(07)    value is zeros.
       01  w-qtd-concluidos       pic is 9(07)    value is zeros.
       01  w-qtd-baixados         pic is 9(07)    value is zeros.
       01  w-qtd-erros            pic is 9(07)    value is zeros.
      *>-> Totais de controle da execução
       01  w-tot-fracao           pic is 9(11)v99 value is zeros comp-3.
       01  w-tot-apropriado       pic is 9(11)v99 value is zeros comp-3.
      *>-> Linha de coeficiente por estabelecimento
       01  w-linha-coeficiente.
           05 filler              pic is x(07)    value is "ESTAB. ".
           05 lco-estab           pic is 9(04)    value is zeros.
           05 filler              pic is x(13)    value is
                                   "  TRIBUTADAS ".
           05 lco-tributadas      pic is -.---.---.--9,99
                                   value is zeros.
           05 filler              pic is x(09)    value is "  TOTAIS ".
           05 lco-totais          pic is -.---.---.--9,99
                                   value is zeros.
           05 filler              pic is x(14)    value is
                                   "  COEFICIENTE ".
           05 lco-coeficiente     pic is 9,999999 value is zeros.
      *>-> Cabeçalho e linha de detalhe por bem
       01  w-cab-bem.
           05 filler              pic is x(26)    value is
                                   "BEM    ESTB PARC.".
           05 filler              pic is x(08)    value is "FRACAO".
           05 filler              pic is x(13)    value is "COEFIC.".
           05 filler              pic is x(11)    value is
                                   "APROPRIADO".
           05 filler              pic is x(10)    value is
                                   "OBSERVACAO".
       01  w-linha-bem.
           05 lbm-codigo          pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lbm-estab           pic is 9(04)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lbm-parcela         pic is z9       value is zeros.
           05 filler              pic is x(03)    value is "/48".
           05 filler              pic is x(01)    value is space.
           05 lbm-fracao          pic is zzz.zzz.zz9,99 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lbm-coeficiente     pic is 9,999999 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lbm-apropriado      pic is zzz.zzz.zz9,99 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lbm-observacao      pic is x(40)    value is spaces.
      *>-> Linha de contagem do relatório de totais
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>-> Linha de valor do relatório de totais
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
      *>-> Área de comunicação com o controle de execução (CTLEXE)
       copy                       "CTLEXELK.CPY".
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=APRCIA,PARM='aaaamm'): meia-palavra
      *>-> com o tamanho do texto, seguida da competência
       01  lk-parm-compet.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(06).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-compet.
      *>--------------------------------------------------------------------------------------------------------------<*
       APRC-PRINCIPAL             SECTION.
       APRC-INICIO.
           IF LK-PARM-TAM NOT < 6 AND
              LK-PARM-VALOR(1:6) NUMERIC
              MOVE LK-PARM-VALOR(1:6) TO W-COMPETENCIA
           END-IF.
      *>-> Sem competência válida no PARM, assume o mês civil anterior
           IF W-COMPET-ANO = ZEROS OR
              W-COMPET-MES = ZEROS OR
              W-COMPET-MES > 12
              PERFORM             APRC-COMPETENCIA-ANTERIOR
           END-IF.
           PERFORM                APRC-CONFERE-TRAVA.
           PERFORM                APRC-REGISTRA-INICIO.
           PERFORM                APRC-ABRE-ARQUIVOS.
           PERFORM                APRC-ABRE-RELATORIO.
           PERFORM                APRC-TOTALIZA-SAIDAS.
           PERFORM                APRC-CALCULA-COEFICIENTES.
           PERFORM                APRC-APROPRIA-BENS.
           CLOSE                  F-CIAP
                                  F-CIAP-APROP
                                  F-ACUM-CRED
                                  F-ACUM-CRED-EST.
           PERFORM                APRC-EMITE-TOTAIS.
           CLOSE                  F-RELATORIO.
           DISPLAY "APRCIA: COMPETENCIA " W-COMPETENCIA " "
                   W-QTD-APROPRIADOS " PARCELA(S) APROPRIADA(S) "
                   W-QTD-ERROS " ERRO(S)".
      *>-> Bem com erro de gravação fica sem a parcela do mês: sem o fim
      *>-> registrado, APUICM recusa a competência até a reexecução
           IF W-QTD-ERROS > ZEROS
              DISPLAY "APRCIA: FIM NAO REGISTRADO NO CONTROLE CTLEXEC "
                      "- REEXECUTAR APOS CORRIGIR OS ERROS"
              STOP RUN
           END-IF.
           MOVE "CONCLUIDA"       TO LK-CTL-MENSAGEM.
           PERFORM                APRC-REGISTRA-FIM.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Assume a competência do mês civil anterior a data corrente...................................................<*
       APRC-COMPETENCIA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPETENCIA.
           IF W-COMPET-MES = 1
              SUBTRACT 1          FROM W-COMPET-ANO
              MOVE 12             TO W-COMPET-MES
           ELSE
              SUBTRACT 1          FROM W-COMPET-MES
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Recusa a competência cujo mês (ou ano) já foi fechado no acumulador: depois da interface contábil de.........<*
      *>-> INTICM o crédito do mês não pode mais mudar..................................................................<*
       APRC-CONFERE-TRAVA.
           OPEN INPUT             F-ACUM.
           IF W-FS-ACUM = "35" OR "05"
              CLOSE               F-ACUM
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-ACUM NOT = "00"
              DISPLAY "ACUMULADOR ACUMICM INDISPONIVEL - STATUS "
                      W-FS-ACUM
              STOP RUN
           END-IF.
           MOVE W-COMPET-ANO      TO ACUM-ANO.
           READ                   F-ACUM
              INVALID KEY
                 CLOSE            F-ACUM
                 EXIT             PARAGRAPH
           END-READ.
           CLOSE                  F-ACUM.
           IF ACUM-ANO-FECHADO OR
              ACUM-MES-FECHADO(W-COMPET-MES)
              DISPLAY "APRCIA: COMPETENCIA " W-COMPETENCIA
                      " JA FECHADA POR INTICM - APROPRIACAO RECUSADA"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o cadastro de bens e os arquivos atualizados, criando os que ainda não existem; sem eles não ha.........<*
      *>-> apropriação possível: parada dura antes de qualquer gravação.................................................<*
       APRC-ABRE-ARQUIVOS.
           OPEN I-O               F-CIAP.
           IF W-FS-CIAP = "35"
              DISPLAY "APRCIA: CADASTRO CIAPBEM VAZIO - "
                      "NADA A APROPRIAR"
              MOVE "SEM BENS A APROPRIAR" TO LK-CTL-MENSAGEM
              PERFORM             APRC-REGISTRA-FIM
              STOP RUN
           END-IF.
           IF W-FS-CIAP NOT = "00"
              DISPLAY "CADASTRO CIAPBEM INDISPONIVEL - STATUS "
                      W-FS-CIAP
              STOP RUN
           END-IF.
           OPEN I-O               F-CIAP-APROP.
           IF W-FS-CIAPA = "35"
              OPEN OUTPUT         F-CIAP-APROP
              CLOSE               F-CIAP-APROP
              OPEN I-O            F-CIAP-APROP
           END-IF.
           IF W-FS-CIAPA NOT = "00"
              DISPLAY "ARQUIVO CIAPAPR INDISPONIVEL - STATUS "
                      W-FS-CIAPA
              STOP RUN
           END-IF.
           OPEN I-O               F-ACUM-CRED.
           IF W-FS-ACRED = "35"
              OPEN OUTPUT         F-ACUM-CRED
              CLOSE               F-ACUM-CRED
              OPEN I-O            F-ACUM-CRED
           END-IF.
           IF W-FS-ACRED NOT = "00"
              DISPLAY "ACUMULADOR ACUMCRE INDISPONIVEL - STATUS "
                      W-FS-ACRED
              STOP RUN
           END-IF.
           OPEN I-O               F-ACUM-CRED-EST.
           IF W-FS-ACRES = "35"
              OPEN OUTPUT         F-ACUM-CRED-EST
              CLOSE               F-ACUM-CRED-EST
              OPEN I-O            F-ACUM-CRED-EST
           END-IF.
           IF W-FS-ACRES NOT = "00"
              DISPLAY "ACUMULADOR ACUMCRES INDISPONIVEL - STATUS "
                      W-FS-ACRES
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Totaliza as saídas da competência por estabelecimento: base de cálculo de todas as linhas (totais) e das.....<*
      *>-> linhas com ICMS próprio ou ST (tributadas); estornos de devolução subtraem, como em CALICM...................<*
       APRC-TOTALIZA-SAIDAS.
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
              IF MOV-DATA NUMERIC AND
                 MOV-ANO = W-COMPET-ANO AND
                 MOV-MES = W-COMPET-MES
                 ADD 1            TO W-QTD-LINHAS-MOV
                 PERFORM          APRC-SOMA-UMA-LINHA
              END-IF
           END-PERFORM.
           CLOSE                  F-MOVIMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma a linha do diário na posição do seu estabelecimento (branco/zeros = matriz).............................<*
       APRC-SOMA-UMA-LINHA.
           IF MOV-ESTABELECIMENTO NUMERIC AND
              MOV-ESTABELECIMENTO > ZEROS
              MOVE MOV-ESTABELECIMENTO TO W-ESTAB-CORRENTE
           ELSE
              MOVE W78-ESTAB-MATRIZ TO W-ESTAB-CORRENTE
           END-IF.
           PERFORM                APRC-LOCALIZA-ESTAB.
           IF W-IND-ESTAB = ZEROS
              IF W-QTD-ESTAB-TAB NOT < W78-MAX-ESTAB
                 DISPLAY "APRCIA: MAIS DE " W78-MAX-ESTAB
                         " ESTABELECIMENTOS NO DIARIO - TABELA CHEIA"
                 STOP RUN
              END-IF
              ADD 1               TO W-QTD-ESTAB-TAB
              MOVE W-QTD-ESTAB-TAB TO W-IND-ESTAB
              MOVE W-ESTAB-CORRENTE TO TSA-ESTAB(W-IND-ESTAB)
              MOVE ZEROS          TO TSA-TRIBUTADAS(W-IND-ESTAB)
                                     TSA-TOTAIS(W-IND-ESTAB)
                                     TSA-COEFICIENTE(W-IND-ESTAB)
           END-IF.
           MOVE MOV-BASE-CALCULO  TO W-BASE-LINHA.
           IF MOV-LCTO-ESTORNO
              MULTIPLY -1         BY W-BASE-LINHA
           END-IF.
           ADD W-BASE-LINHA       TO TSA-TOTAIS(W-IND-ESTAB).
           IF MOV-ICMS > ZEROS OR
              MOV-ICMS-ST > ZEROS
              ADD W-BASE-LINHA    TO TSA-TRIBUTADAS(W-IND-ESTAB)
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza o estabelecimento corrente na tabela de saídas (índice zero = não está na tabela)...................<*
       APRC-LOCALIZA-ESTAB.
           MOVE ZEROS             TO W-IND-ESTAB.
           PERFORM                VARYING W-IND-ESTAB FROM 1 BY 1
                                   UNTIL W-IND-ESTAB > W-QTD-ESTAB-TAB
              IF TSA-ESTAB(W-IND-ESTAB) = W-ESTAB-CORRENTE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF W-IND-ESTAB > W-QTD-ESTAB-TAB
              MOVE ZEROS          TO W-IND-ESTAB
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Calcula e imprime o coeficiente de cada estabelecimento: tributadas / totais, limitado a 1; sem saídas.......<*
      *>-> (ou com total negativo de devoluções) o coeficiente é zero e a parcela do mês não gera crédito...............<*
       APRC-CALCULA-COEFICIENTES.
           MOVE "COEFICIENTE DE SAIDAS TRIBUTADAS POR ESTABELECIMENTO"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                VARYING W-IND-ESTAB FROM 1 BY 1
                                   UNTIL W-IND-ESTAB > W-QTD-ESTAB-TAB
              EVALUATE            TRUE
                 WHEN TSA-TOTAIS(W-IND-ESTAB) NOT > ZEROS OR
                      TSA-TRIBUTADAS(W-IND-ESTAB) NOT > ZEROS
                    MOVE ZEROS    TO TSA-COEFICIENTE(W-IND-ESTAB)
                 WHEN TSA-TRIBUTADAS(W-IND-ESTAB) NOT <
                      TSA-TOTAIS(W-IND-ESTAB)
                    MOVE 1        TO TSA-COEFICIENTE(W-IND-ESTAB)
                 WHEN OTHER
                    COMPUTE TSA-COEFICIENTE(W-IND-ESTAB) ROUNDED =
                            TSA-TRIBUTADAS(W-IND-ESTAB) /
                            TSA-TOTAIS(W-IND-ESTAB)
              END-EVALUATE
              MOVE TSA-ESTAB(W-IND-ESTAB)       TO LCO-ESTAB
              MOVE TSA-TRIBUTADAS(W-IND-ESTAB)  TO LCO-TRIBUTADAS
              MOVE TSA-TOTAIS(W-IND-ESTAB)      TO LCO-TOTAIS
              MOVE TSA-COEFICIENTE(W-IND-ESTAB) TO LCO-COEFICIENTE
              MOVE SPACES         TO REG-RELATORIO
              MOVE W-LINHA-COEFICIENTE TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-PERFORM.
           IF W-QTD-ESTAB-TAB = ZEROS
              MOVE "SEM SAIDAS NA COMPETENCIA - COEFICIENTE ZERO"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-BEM         TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Varre o cadastro de bens e apropria a parcela da competência de cada bem em apropriação......................<*
       APRC-APROPRIA-BENS.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE ZEROS             TO CIAP-CODIGO.
           START                  F-CIAP
                                  KEY IS NOT < CIAP-CODIGO
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-CIAP NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa encerra a varredura,
      *>-> para não ciclar em erro
              IF W-FS-CIAP NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 ADD 1            TO W-QTD-BENS-LIDOS
                 PERFORM          APRC-APROPRIA-UM-BEM
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Classifica o bem na competência e, se for o caso, apropria a parcela.........................................<*
       APRC-APROPRIA-UM-BEM.
           PERFORM                APRC-CLASSIFICA-BEM.
           EVALUATE               TRUE
              WHEN BEM-ENCERRADO
                 ADD 1            TO W-QTD-CONCLUIDOS
                 EXIT             PARAGRAPH
              WHEN BEM-NAO-INICIADO
                 ADD 1            TO W-QTD-NAO-INICIADOS
                 EXIT             PARAGRAPH
              WHEN BEM-BAIXADO-ANTES
                 ADD 1            TO W-QTD-BAIXADOS
                 EXIT             PARAGRAPH
              WHEN BEM-JA-APROPRIADO
                 ADD 1            TO W-QTD-JA-APROPRIADOS
                 EXIT             PARAGRAPH
      *>-> Período de 48 meses vencido: o bem é concluído no cadastro
              WHEN BEM-VENCIDO
                 ADD 1            TO W-QTD-CONCLUIDOS
                 SET              CIAP-CONCLUIDO TO TRUE
                 REWRITE          W-REG-CIAP
                 EXIT             PARAGRAPH
           END-EVALUATE.
      *>-> Fração de 1/48; a última parcela leva o resíduo do arredondamento
           IF W-PARCELA = W78-QTD-PARCELAS
              PERFORM             APRC-FRACAO-RESIDUAL
           ELSE
              COMPUTE W-FRACAO ROUNDED =
                      CIAP-VALOR-ICMS / W78-QTD-PARCELAS
           END-IF.
           MOVE CIAP-ESTABELECIMENTO TO W-ESTAB-CORRENTE.
           PERFORM                APRC-LOCALIZA-ESTAB.
           IF W-IND-ESTAB = ZEROS
              MOVE ZEROS          TO W-COEFICIENTE
           ELSE
              MOVE TSA-COEFICIENTE(W-IND-ESTAB) TO W-COEFICIENTE
           END-IF.
           COMPUTE W-APROPRIADO ROUNDED = W-FRACAO * W-COEFICIENTE.
      *>-> O crédito é postado primeiro; a parcela gravada em CIAPAPR, a
      *>-> trava contra apropriar duas vezes a mesma competência, só vem
      *>-> com os dois acumuladores em dia. Falha em qualquer ponto
      *>-> desfaz o que já foi postado e o bem fica para a reexecução
           PERFORM                APRC-ACUMULA-CREDITO.
           IF CREDITO-NAO-POSTADO
              ADD 1               TO W-QTD-ERROS
              PERFORM             APRC-GRAVA-DETALHE
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                APRC-GRAVA-PARCELA.
           IF W-FS-CIAPA NOT = "00"
              ADD 1               TO W-QTD-ERROS
              MOVE "ERRO NA GRAVACAO DA PARCELA (CIAPAPR)"
                TO LBM-OBSERVACAO
              PERFORM             APRC-DESFAZ-CREDITO
              PERFORM             APRC-GRAVA-DETALHE
              EXIT                PARAGRAPH
           END-IF.
           ADD 1                  TO CIAP-QTD-PARCELAS.
           ADD W-APROPRIADO       TO CIAP-VALOR-APROPRIADO.
           IF W-COMPETENCIA > CIAP-ULT-COMPETENCIA
              MOVE W-COMPETENCIA  TO CIAP-ULT-COMPETENCIA
           END-IF.
           IF W-PARCELA = W78-QTD-PARCELAS
              SET                 CIAP-CONCLUIDO TO TRUE
              ADD 1               TO W-QTD-CONCLUIDOS
           END-IF.
           REWRITE                W-REG-CIAP.
           ADD 1                  TO W-QTD-APROPRIADOS.
           ADD W-FRACAO           TO W-TOT-FRACAO.
           ADD W-APROPRIADO       TO W-TOT-APROPRIADO.
           MOVE SPACES            TO LBM-OBSERVACAO.
           IF W-COEFICIENTE = ZEROS
              MOVE "ESTAB. SEM SAIDAS TRIBUTADAS NO MES"
                TO LBM-OBSERVACAO
           END-IF.
           IF CIAP-CONCLUIDO
              MOVE "ULTIMA PARCELA - BEM CONCLUIDO"
                TO LBM-OBSERVACAO
           END-IF.
           PERFORM                APRC-GRAVA-DETALHE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Fração da 48a parcela: o ICMS do bem menos as 47 frações arredondadas anteriores.............................<*
       APRC-FRACAO-RESIDUAL.
           COMPUTE W-FRACAO ROUNDED =
                   CIAP-VALOR-ICMS / W78-QTD-PARCELAS.
           COMPUTE W-FRACAO       = CIAP-VALOR-ICMS -
                   (W-FRACAO * (W78-QTD-PARCELAS - 1)).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Situa o bem na competência: número da parcela pelo mês de início, situação no cadastro, baixa e parcela......<*
      *>-> já gravada...................................................................................................<*
       APRC-CLASSIFICA-BEM.
           SET                    BEM-APROPRIAR TO TRUE.
           IF CIAP-CONCLUIDO
              SET                 BEM-ENCERRADO TO TRUE
              EXIT                PARAGRAPH
           END-IF.
           COMPUTE W-PARCELA      = (W-COMPET-ANO * 12 + W-COMPET-MES)
                                  - (CIAP-INICIO-ANO * 12
                                     + CIAP-INICIO-MES) + 1.
           IF W-PARCELA < 1
              SET                 BEM-NAO-INICIADO TO TRUE
              EXIT                PARAGRAPH
           END-IF.
      *>-> Bem baixado não apropria da competência da baixa em diante; o
      *>-> saldo não apropriado fica cancelado
           IF CIAP-BAIXADO AND
              W-COMPETENCIA NOT < CIAP-COMPET-BAIXA
              SET                 BEM-BAIXADO-ANTES TO TRUE
              EXIT                PARAGRAPH
           END-IF.
           IF W-PARCELA > W78-QTD-PARCELAS
              IF CIAP-BAIXADO
                 SET              BEM-BAIXADO-ANTES TO TRUE
              ELSE
                 SET              BEM-VENCIDO TO TRUE
              END-IF
              EXIT                PARAGRAPH
           END-IF.
           MOVE CIAP-CODIGO       TO CIAPA-BEM.
           MOVE W-COMPETENCIA     TO CIAPA-COMPETENCIA.
           READ                   F-CIAP-APROP
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET              BEM-JA-APROPRIADO TO TRUE
           END-READ.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava a parcela da competência em CIAPAPR com o coeficiente e as saídas que o formaram.......................<*
       APRC-GRAVA-PARCELA.
           INITIALIZE             W-REG-CIAP-APROP.
           MOVE CIAP-CODIGO       TO CIAPA-BEM.
           MOVE W-COMPETENCIA     TO CIAPA-COMPETENCIA.
           MOVE CIAP-ESTABELECIMENTO TO CIAPA-ESTABELECIMENTO.
           MOVE W-PARCELA         TO CIAPA-PARCELA.
           MOVE W-FRACAO          TO CIAPA-FRACAO.
           IF W-IND-ESTAB NOT = ZEROS
              MOVE TSA-TRIBUTADAS(W-IND-ESTAB)
                TO CIAPA-SAIDAS-TRIBUTADAS
              MOVE TSA-TOTAIS(W-IND-ESTAB)
                TO CIAPA-SAIDAS-TOTAIS
           END-IF.
           MOVE W-COEFICIENTE     TO CIAPA-COEFICIENTE.
           MOVE W-APROPRIADO      TO CIAPA-VALOR-APROPRIADO.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO CIAPA-DATA-APROPRIACAO.
           WRITE                  W-REG-CIAP-APROP.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Posta o crédito apropriado no mês da competência em ACUMCRE (empresa) e depois em ACUMCRES...................<*
      *>-> (estabelecimento do bem); falha no ACUMCRES desfaz a postagem já feita no ACUMCRE. Sem crédito (coeficiente..<*
      *>-> zero) não ha o que postar. Erro devolvido em CREDITO-NAO-POSTADO, com o motivo em LBM-OBSERVACAO.............<*
       APRC-ACUMULA-CREDITO.
           SET                    CREDITO-POSTADO TO TRUE.
           IF W-APROPRIADO = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-APROPRIADO      TO W-VALOR-LANCAR.
           PERFORM                APRC-POSTA-ACUMCRE.
           IF W-FS-ACRED NOT = "00"
              SET                 CREDITO-NAO-POSTADO TO TRUE
              MOVE "ERRO NA GRAVACAO DO CREDITO (ACUMCRE)"
                TO LBM-OBSERVACAO
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                APRC-POSTA-ACUMCRES.
           IF W-FS-ACRES NOT = "00"
              SET                 CREDITO-NAO-POSTADO TO TRUE
              MOVE "ERRO NA GRAVACAO DO CREDITO (ACUMCRES)"
                TO LBM-OBSERVACAO
              COMPUTE W-VALOR-LANCAR = ZEROS - W-APROPRIADO
              PERFORM             APRC-POSTA-ACUMCRE
              IF W-FS-ACRED NOT = "00"
                 MOVE "ERRO ACUMCRES - ACUMCRE NAO DESFEITO"
                   TO LBM-OBSERVACAO
              END-IF
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Desfaz a postagem do crédito do bem nos dois acumuladores quando a parcela não pôde ser gravada em CIAPAPR...<*
       APRC-DESFAZ-CREDITO.
           IF W-APROPRIADO = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           COMPUTE W-VALOR-LANCAR = ZEROS - W-APROPRIADO.
           PERFORM                APRC-POSTA-ACUMCRE.
           IF W-FS-ACRED NOT = "00"
              MOVE "ERRO CIAPAPR - ACUMCRE NAO DESFEITO"
                TO LBM-OBSERVACAO
           END-IF.
           PERFORM                APRC-POSTA-ACUMCRES.
           IF W-FS-ACRES NOT = "00"
              MOVE "ERRO CIAPAPR - ACUMCRES NAO DESFEITO"
                TO LBM-OBSERVACAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma W-VALOR-LANCAR no mês da competência do ACUMCRE, criando o ano-base se ainda não existir - mesma........<*
      *>-> mecânica de CREI-ACUMULA-MES; resultado em W-FS-ACRED (00 = postado).........................................<*
       APRC-POSTA-ACUMCRE.
           MOVE W-COMPET-ANO      TO ACRED-ANO.
           READ                   F-ACUM-CRED
              INVALID KEY
                 INITIALIZE       W-REG-ACUM-CRED
                 MOVE W-COMPET-ANO TO ACRED-ANO
           END-READ.
           IF W-FS-ACRED NOT = "00" AND NOT = "23"
              EXIT                PARAGRAPH
           END-IF.
           ADD W-VALOR-LANCAR     TO ACRED-FILHO-OCC(W-COMPET-MES).
           IF W-FS-ACRED = "23"
              WRITE               W-REG-ACUM-CRED
           ELSE
              REWRITE             W-REG-ACUM-CRED
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma W-VALOR-LANCAR no mês da competência do ACUMCRES do estabelecimento do bem, criando o...................<*
      *>-> estabelecimento/ano se ainda não existir; resultado em W-FS-ACRES (00 = postado).............................<*
       APRC-POSTA-ACUMCRES.
           MOVE CIAP-ESTABELECIMENTO TO ACRES-ESTAB.
           MOVE W-COMPET-ANO      TO ACRES-ANO.
           READ                   F-ACUM-CRED-EST
              INVALID KEY
                 INITIALIZE       W-REG-ACUM-CRED-EST
                 MOVE CIAP-ESTABELECIMENTO TO ACRES-ESTAB
                 MOVE W-COMPET-ANO TO ACRES-ANO
           END-READ.
           IF W-FS-ACRES NOT = "00" AND NOT = "23"
              EXIT                PARAGRAPH
           END-IF.
           ADD W-VALOR-LANCAR     TO ACRES-FILHO-OCC(W-COMPET-MES).
           IF W-FS-ACRES = "23"
              WRITE               W-REG-ACUM-CRED-EST
           ELSE
              REWRITE             W-REG-ACUM-CRED-EST
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início da apropriação da competência no controle da cadeia fiscal; sem o controle não ha..........<*
      *>-> como APUICM conferir este passo: parada dura antes de apropriar..............................................<*
       APRC-REGISTRA-INICIO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-INICIO TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "APRCIA: CONTROLE DE EXECUCAO CTLEXEC "
                      "INDISPONIVEL - APROPRIACAO NAO INICIADA"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim da apropriação com as contagens e o crédito apropriado (resultado já em LK-CTL-MENSAGEM)......<*
       APRC-REGISTRA-FIM.
           SET                    LK-CTL-FIM TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPETENCIA     TO LK-CTL-COMPETENCIA.
           MOVE W-QTD-BENS-LIDOS  TO LK-CTL-QTD-LIDOS.
           MOVE W-QTD-APROPRIADOS TO LK-CTL-QTD-PROCESSADOS.
           MOVE W-QTD-ERROS       TO LK-CTL-QTD-REJEITADOS.
           MOVE W-TOT-APROPRIADO  TO LK-CTL-TOTAL-1.
           MOVE W-TOT-FRACAO      TO LK-CTL-TOTAL-2.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "APRCIA: FIM DA APROPRIACAO NAO REGISTRADO NO "
                      "CONTROLE CTLEXEC"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o relatório e escreve o cabeçalho da execução...........................................................<*
       APRC-ABRE-RELATORIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "APROPRIACAO DO CIAP - COMPETENCIA "
                                   DELIMITED SIZE
                  W-COMPETENCIA   DELIMITED SIZE
                  " - DATA "      DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:8)
                                   DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava a linha de detalhe do bem corrente (LBM-OBSERVACAO já preenchida)......................................<*
       APRC-GRAVA-DETALHE.
           MOVE CIAP-CODIGO       TO LBM-CODIGO.
           MOVE CIAP-ESTABELECIMENTO TO LBM-ESTAB.
           MOVE W-PARCELA         TO LBM-PARCELA.
           MOVE W-FRACAO          TO LBM-FRACAO.
           MOVE W-COEFICIENTE     TO LBM-COEFICIENTE.
           MOVE W-APROPRIADO      TO LBM-APROPRIADO.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-BEM       TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite os totais de controle da execução......................................................................<*
       APRC-EMITE-TOTAIS.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "TOTAIS DE CONTROLE" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "LINHAS DO DIARIO NA COMPETENCIA" TO LCT-DESCRICAO.
           MOVE W-QTD-LINHAS-MOV  TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "BENS LIDOS"      TO LCT-DESCRICAO.
           MOVE W-QTD-BENS-LIDOS  TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "PARCELAS APROPRIADAS" TO LCT-DESCRICAO.
           MOVE W-QTD-APROPRIADOS TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "JA APROPRIADOS NA COMPETENCIA" TO LCT-DESCRICAO.
           MOVE W-QTD-JA-APROPRIADOS TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "BENS COM INICIO POSTERIOR" TO LCT-DESCRICAO.
           MOVE W-QTD-NAO-INICIADOS TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "BENS CONCLUIDOS (48 PARCELAS)" TO LCT-DESCRICAO.
           MOVE W-QTD-CONCLUIDOS  TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "BENS BAIXADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-BAIXADOS    TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "BENS COM ERRO DE GRAVACAO" TO LCT-DESCRICAO.
           MOVE W-QTD-ERROS       TO LCT-QUANTIDADE.
           PERFORM                APRC-GRAVA-CONTAGEM.
           MOVE "FRACOES DE 1/48 DA COMPETENCIA" TO LVL-DESCRICAO.
           MOVE W-TOT-FRACAO      TO LVL-VALOR.
           PERFORM                APRC-GRAVA-VALOR.
           MOVE "CREDITO APROPRIADO (ACUMCRE)" TO LVL-DESCRICAO.
           MOVE W-TOT-APROPRIADO  TO LVL-VALOR.
           PERFORM                APRC-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do relatório (descrição e quantidade já preenchidas).............................<*
       APRC-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de valor do relatório (descrição e valor já preenchidos).....................................<*
       APRC-GRAVA-VALOR.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-VALOR     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
