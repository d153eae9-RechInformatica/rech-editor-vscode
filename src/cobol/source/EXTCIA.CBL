      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      D E M O N S T R A T I V O   D E   C O N T R O L E   D O   C I A P   P O R   B E M                  <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                EXTCIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: demonstrativo de controle do crédito de ICMS do
      *>->                              ativo permanente (CIAP) por bem, para a fiscalização - identificação
      *>->                              do estabelecimento, do bem e da aquisição, e uma linha por
      *>->                              competência apropriada por APRCIA (parcela, saídas tributadas e
      *>->                              totais, coeficiente, fração de 1/48, crédito apropriado e não
      *>->                              apropriado), com o saldo a apropriar ou, no bem baixado, o saldo
      *>->                              cancelado pela baixa; PARM com o código do bem (omitido ou zeros =
      *>->                              todos os bens do cadastro)
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Cadastro de bens do CIAP mantido por MANCIA
           select f-ciap
                  assign to      "CIAPBEM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is ciap-codigo
                  file status    is w-fs-ciap.
      *>-> Parcelas apropriadas por bem e competência, gravadas por APRCIA
           select f-ciap-aprop
                  assign to      "CIAPAPR"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is ciapa-chave
                  file status    is w-fs-ciapa.
      *>-> Mestre de estabelecimentos, para a identificação do contribuinte
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Demonstrativo impresso
           select f-relatorio
                  assign to      "EXTCIARL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-ciap.
       copy                       "CIAPREG.CPY".
       fd  f-ciap-aprop.
       copy                       "CIAPAPR.CPY".
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "EXTCIA".
      *>-> Status dos arquivos
       01  w-fs-ciap              pic is x(02)    value is spaces.
       01  w-fs-ciapa             pic is x(02)    value is spaces.
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Bem pedido no PARM (zeros = todos)
       01  w-bem-pedido           pic is 9(06)    value is zeros.
      *>-> Fim da varredura do cadastro de bens e das parcelas do bem
       01  w-varredura            pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
       01  w-varredura-parc       pic is x(01)    value is "N".
           88 parcelas-encerradas                 value is "S".
           88 parcelas-ativas                      value "N".
      *>-> Totais do bem corrente
       01  w-bem-parcelas         pic is 9(02)    value is zeros.
       01  w-bem-fracoes          pic is 9(11)v99 value is zeros comp-3.
       01  w-bem-apropriado       pic is 9(11)v99 value is zeros comp-3.
       01  w-bem-nao-apropriado   pic is 9(11)v99 value is zeros comp-3.
       01  w-bem-saldo            pic is s9(11)v99 value is zeros
                                   comp-3.
       01  w-nao-apropriado       pic is 9(09)v99 value is zeros.
      *>-> Contadores e totais gerais
       01  w-qtd-bens             pic is 9(07)    value is zeros.
       01  w-qtd-parcelas         pic is 9(07)    value is zeros.
       01  w-tot-apropriado       pic is 9(11)v99 value is zeros comp-3.
       01  w-tot-saldo            pic is s9(11)v99 value is zeros
                                   comp-3.
       01  w-tot-cancelado        pic is s9(11)v99 value is zeros
                                   comp-3.
      *>-> Valor editado para as linhas de identificação
       01  w-valor-edit           pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
      *>-> Cabeçalho das linhas de parcela
       01  w-cab-parcela.
           05 filler              pic is x(14)    value is
                                   "COMPET.  PARC.".
           05 filler              pic is x(17)    value is
                                   "   SAIDAS TRIBUT.".
           05 filler              pic is x(17)    value is
                                   "    SAIDAS TOTAIS".
           05 filler              pic is x(09)    value is "  COEFIC.".
           05 filler              pic is x(15)    value is
                                   "    FRACAO 1/48".
           05 filler              pic is x(15)    value is
                                   "     APROPRIADO".
           05 filler              pic is x(15)    value is
                                   " NAO APROPRIADO".
      *>-> Linha de parcela apropriada
       01  w-linha-parcela.
           05 lpa-competencia     pic is 9(06)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lpa-parcela         pic is z9       value is zeros.
           05 filler              pic is x(03)    value is "/48".
           05 filler              pic is x(01)    value is space.
           05 lpa-tributadas      pic is -.---.---.--9,99
                                   value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lpa-totais          pic is -.---.---.--9,99
                                   value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lpa-coeficiente     pic is 9,999999 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lpa-fracao          pic is zzz.zzz.zz9,99 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lpa-apropriado      pic is zzz.zzz.zz9,99 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lpa-nao-apropriado  pic is zzz.zzz.zz9,99 value is zeros.
      *>-> Linha de contagem do relatório de totais
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>-> Linha de valor do relatório de totais
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is -z.zzz.zzz.zz9,99
                                   value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=EXTCIA,PARM='nnnnnn'): meia-palavra
      *>-> com o tamanho do texto, seguida do código do bem
       01  lk-parm-bem.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(06).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-bem.
      *>--------------------------------------------------------------------------------------------------------------<*
       EXTC-PRINCIPAL             SECTION.
       EXTC-INICIO.
           IF LK-PARM-TAM NOT < 6 AND
              LK-PARM-VALOR(1:6) NUMERIC
              MOVE LK-PARM-VALOR(1:6) TO W-BEM-PEDIDO
           END-IF.
           OPEN INPUT             F-CIAP.
           IF W-FS-CIAP NOT = "00"
              DISPLAY "CADASTRO CIAPBEM INDISPONIVEL - STATUS "
                      W-FS-CIAP
              STOP RUN
           END-IF.
      *>-> Sem parcelas gravadas o demonstrativo sai só com os bens
           OPEN INPUT             F-CIAP-APROP.
           IF W-FS-CIAPA NOT = "00" AND "35" AND "05"
              DISPLAY "ARQUIVO CIAPAPR INDISPONIVEL - STATUS "
                      W-FS-CIAPA
              STOP RUN
           END-IF.
           IF W-FS-CIAPA NOT = "00"
              SET                 PARCELAS-ENCERRADAS TO TRUE
           END-IF.
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              STOP RUN
           END-IF.
           PERFORM                EXTC-ABRE-RELATORIO.
           IF W-BEM-PEDIDO > ZEROS
              MOVE W-BEM-PEDIDO   TO CIAP-CODIGO
              READ                F-CIAP
                 INVALID KEY
                    DISPLAY "EXTCIA: BEM NAO ENCONTRADO " W-BEM-PEDIDO
                 NOT INVALID KEY
                    PERFORM       EXTC-DEMONSTRA-BEM
              END-READ
           ELSE
              PERFORM             EXTC-VARRE-BENS
           END-IF.
           IF W-FS-CIAPA = "00"
              CLOSE               F-CIAP-APROP
           END-IF.
           CLOSE                  F-CIAP
                                  F-ESTABELECIMENTOS.
           PERFORM                EXTC-EMITE-TOTAIS.
           CLOSE                  F-RELATORIO.
           DISPLAY "EXTCIA: " W-QTD-BENS " BEM(NS) "
                   W-QTD-PARCELAS " PARCELA(S) DEMONSTRADA(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Varre todo o cadastro de bens em ordem de código.............................................................<*
       EXTC-VARRE-BENS.
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
                 PERFORM          EXTC-DEMONSTRA-BEM
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Demonstrativo de um bem: identificação, parcelas apropriadas e saldos........................................<*
       EXTC-DEMONSTRA-BEM.
           ADD 1                  TO W-QTD-BENS.
           MOVE ZEROS             TO W-BEM-PARCELAS
                                     W-BEM-FRACOES
                                     W-BEM-APROPRIADO
                                     W-BEM-NAO-APROPRIADO.
           PERFORM                EXTC-IDENTIFICA-BEM.
           MOVE W-CAB-PARCELA     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           IF W-FS-CIAPA = "00"
              PERFORM             EXTC-LISTA-PARCELAS
           END-IF.
           PERFORM                EXTC-FECHA-BEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Linhas de identificação do estabelecimento, do bem e da aquisição............................................<*
       EXTC-IDENTIFICA-BEM.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE CIAP-ESTABELECIMENTO TO EST-CODIGO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 MOVE "** ESTABELECIMENTO NAO CADASTRADO **"
                   TO EST-NOME
                 MOVE ZEROS       TO EST-CNPJ
                 MOVE SPACES      TO EST-IE
                                     EST-UF
           END-READ.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "ESTABELECIMENTO " DELIMITED SIZE
                  CIAP-ESTABELECIMENTO DELIMITED SIZE
                  " "             DELIMITED SIZE
                  EST-NOME        DELIMITED SIZE
                  " CNPJ "        DELIMITED SIZE
                  EST-CNPJ        DELIMITED SIZE
                  " IE "          DELIMITED SIZE
                  EST-IE          DELIMITED SIZE
                  " UF "          DELIMITED SIZE
                  EST-UF          DELIMITED SIZE
                  INTO REG-RELATORIO
           END-STRING.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "BEM "          DELIMITED SIZE
                  CIAP-CODIGO     DELIMITED SIZE
                  " "             DELIMITED SIZE
                  CIAP-DESCRICAO  DELIMITED SIZE
                  " SITUACAO "    DELIMITED SIZE
                  CIAP-SITUACAO   DELIMITED SIZE
                  INTO REG-RELATORIO
           END-STRING.
           WRITE                  REG-RELATORIO.
           MOVE CIAP-VALOR-ICMS   TO W-VALOR-EDIT.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "DOCUMENTO "    DELIMITED SIZE
                  CIAP-DOCUMENTO  DELIMITED SIZE
                  " FORNECEDOR "  DELIMITED SIZE
                  CIAP-CADASTRO   DELIMITED SIZE
                  " AQUISICAO "   DELIMITED SIZE
                  CIAP-DATA-AQUISICAO DELIMITED SIZE
                  " ICMS "        DELIMITED SIZE
                  W-VALOR-EDIT    DELIMITED SIZE
                  " 1A PARCELA "  DELIMITED SIZE
                  CIAP-COMPET-INICIO DELIMITED SIZE
                  INTO REG-RELATORIO
           END-STRING.
           WRITE                  REG-RELATORIO.
           IF CIAP-BAIXADO
              MOVE SPACES         TO REG-RELATORIO
              STRING "BAIXA EM "  DELIMITED SIZE
                     CIAP-DATA-BAIXA DELIMITED SIZE
                     " MOTIVO "   DELIMITED SIZE
                     CIAP-MOTIVO-BAIXA DELIMITED SIZE
                     " (V=VENDA/ALIENACAO P=PERDA/SUCATA)"
                                   DELIMITED SIZE
                     INTO REG-RELATORIO
              END-STRING
              WRITE               REG-RELATORIO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lista as parcelas do bem em ordem de competência (chave bem + competência)...................................<*
       EXTC-LISTA-PARCELAS.
           SET                    PARCELAS-ATIVAS TO TRUE.
           MOVE CIAP-CODIGO       TO CIAPA-BEM.
           MOVE ZEROS             TO CIAPA-COMPETENCIA.
           START                  F-CIAP-APROP
                                  KEY IS NOT < CIAPA-CHAVE
              INVALID KEY
                 SET              PARCELAS-ENCERRADAS TO TRUE
           END-START.
           PERFORM                UNTIL PARCELAS-ENCERRADAS
              READ                F-CIAP-APROP NEXT RECORD
                 AT END
                    SET           PARCELAS-ENCERRADAS TO TRUE
              END-READ
              IF W-FS-CIAPA NOT = "00" OR
                 CIAPA-BEM NOT = CIAP-CODIGO
                 SET              PARCELAS-ENCERRADAS TO TRUE
              ELSE
                 PERFORM          EXTC-LINHA-PARCELA
              END-IF
           END-PERFORM.
      *>-> O fim da lista de um bem não pode deixar o status do arquivo
      *>-> como indisponível para o bem seguinte
           MOVE "00"              TO W-FS-CIAPA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime uma parcela e soma nos totais do bem.................................................................<*
       EXTC-LINHA-PARCELA.
           COMPUTE W-NAO-APROPRIADO = CIAPA-FRACAO -
                                      CIAPA-VALOR-APROPRIADO.
           MOVE CIAPA-COMPETENCIA TO LPA-COMPETENCIA.
           MOVE CIAPA-PARCELA     TO LPA-PARCELA.
           MOVE CIAPA-SAIDAS-TRIBUTADAS TO LPA-TRIBUTADAS.
           MOVE CIAPA-SAIDAS-TOTAIS TO LPA-TOTAIS.
           MOVE CIAPA-COEFICIENTE TO LPA-COEFICIENTE.
           MOVE CIAPA-FRACAO      TO LPA-FRACAO.
           MOVE CIAPA-VALOR-APROPRIADO TO LPA-APROPRIADO.
           MOVE W-NAO-APROPRIADO  TO LPA-NAO-APROPRIADO.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-PARCELA   TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           ADD 1                  TO W-BEM-PARCELAS
                                     W-QTD-PARCELAS.
           ADD CIAPA-FRACAO       TO W-BEM-FRACOES.
           ADD CIAPA-VALOR-APROPRIADO TO W-BEM-APROPRIADO.
           ADD W-NAO-APROPRIADO   TO W-BEM-NAO-APROPRIADO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Totais do bem: apropriado, não apropriado pelo coeficiente e o saldo das frações ainda não vencidas..........<*
      *>-> - a apropriar no bem em apropriação, cancelado no bem baixado................................................<*
       EXTC-FECHA-BEM.
           COMPUTE W-BEM-SALDO    = CIAP-VALOR-ICMS - W-BEM-FRACOES.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE "  PARCELAS APROPRIADAS" TO LCT-DESCRICAO.
           MOVE W-BEM-PARCELAS    TO LCT-QUANTIDADE.
           PERFORM                EXTC-GRAVA-CONTAGEM.
           MOVE "  CREDITO APROPRIADO" TO LVL-DESCRICAO.
           MOVE W-BEM-APROPRIADO  TO LVL-VALOR.
           PERFORM                EXTC-GRAVA-VALOR.
           MOVE "  NAO APROPRIADO (COEFICIENTE)" TO LVL-DESCRICAO.
           MOVE W-BEM-NAO-APROPRIADO TO LVL-VALOR.
           PERFORM                EXTC-GRAVA-VALOR.
           ADD W-BEM-APROPRIADO   TO W-TOT-APROPRIADO.
           IF CIAP-BAIXADO
              MOVE "  SALDO CANCELADO PELA BAIXA" TO LVL-DESCRICAO
              ADD W-BEM-SALDO     TO W-TOT-CANCELADO
           ELSE
              MOVE "  SALDO A APROPRIAR" TO LVL-DESCRICAO
              ADD W-BEM-SALDO     TO W-TOT-SALDO
           END-IF.
           MOVE W-BEM-SALDO       TO LVL-VALOR.
           PERFORM                EXTC-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o relatório e escreve o cabeçalho da execução...........................................................<*
       EXTC-ABRE-RELATORIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "CONTROLE DE CREDITO DE ICMS DO ATIVO PERMANENTE"
                                   DELIMITED SIZE
                  " (CIAP) - DATA " DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:8)
                                   DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite os totais gerais do demonstrativo......................................................................<*
       EXTC-EMITE-TOTAIS.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "TOTAIS DO DEMONSTRATIVO" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "BENS DEMONSTRADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-BENS        TO LCT-QUANTIDADE.
           PERFORM                EXTC-GRAVA-CONTAGEM.
           MOVE "PARCELAS DEMONSTRADAS" TO LCT-DESCRICAO.
           MOVE W-QTD-PARCELAS    TO LCT-QUANTIDADE.
           PERFORM                EXTC-GRAVA-CONTAGEM.
           MOVE "CREDITO APROPRIADO" TO LVL-DESCRICAO.
           MOVE W-TOT-APROPRIADO  TO LVL-VALOR.
           PERFORM                EXTC-GRAVA-VALOR.
           MOVE "SALDO A APROPRIAR" TO LVL-DESCRICAO.
           MOVE W-TOT-SALDO       TO LVL-VALOR.
           PERFORM                EXTC-GRAVA-VALOR.
           MOVE "SALDO CANCELADO POR BAIXAS" TO LVL-DESCRICAO.
           MOVE W-TOT-CANCELADO   TO LVL-VALOR.
           PERFORM                EXTC-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do relatório (descrição e quantidade já preenchidas).............................<*
       EXTC-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de valor do relatório (descrição e valor já preenchidos).....................................<*
       EXTC-GRAVA-VALOR.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-VALOR     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
