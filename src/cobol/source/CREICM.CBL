      *>->                              ano-base + 12 meses de ACUMICM), com relatório de totais - os
      *>->                              créditos das compras deixam a planilha e passam a alimentar a
      *>->                              apuração mensal (APUICM)
      *>-> 15/10/2026  equipe fiscal    O movimento de créditos passou a trazer o estabelecimento
      *>->                              destinatário da compra (CRE-ESTABELECIMENTO, branco/zeros =
      *>->                              matriz), conferido no mestre ESTABEL: estabelecimento
      *>->                              inexistente ou inativo é recusado com contador próprio, e o
      *>->                              crédito aceito é acumulado também por estabelecimento
      *>->                              (ACUMCRES), base da apuração de cada filial em APUICM; falha no
      *>->                              acumulador do estabelecimento não desfaz o crédito já acumulado
      *>->                              na empresa - sai linha de alerta e contagem própria
      *>-> 15/10/2026  equipe fiscal    A execução passou a ser registrada no controle da cadeia fiscal
      *>->                              (CTLEXE/CTLEXEC, competência = mês da execução): início antes de
      *>->                              abrir o movimento e fim com lidos, postados, rejeitados e o
      *>->                              crédito lançado; APUICM e INTICM conferem este registro antes
      *>->                              de apurar e de fechar a competência
      *>-> 15/10/2026  equipe fiscal    O fornecedor do crédito (CRE-CADASTRO) passou a ser conferido no
      *>->                              CADASTRO: cadastro inexistente, inativo (CAD-INATIVO) ou com o
      *>->                              CNPJ irregular na Receita Federal (situação gravada por CRGRFB)
      *>->                              sem liberação do supervisor na MANCAD é recusado, cada caso com
      *>->                              motivo e contador próprios nos totais de controle - crédito de
      *>->                              fornecedor irregular é glosado na fiscalização
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
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
      *>-> Cadastro de clientes/fornecedores, para conferir o fornecedor
           select f-cadastro
                  assign to      "CADASTRO"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is cad-codigo
                  file status    is w-fs-cadastro.
      *>-> Cadastro mestre de estabelecimentos, para conferir o destinatário
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Relatório de fim de execução com os totais de controle
           select f-relatorio
                  assign to      "CREICMRL"
       copy                       "CRETRN.CPY".
       fd  f-acum-cred.
       copy                       "ACUMCRE.CPY".
       fd  f-acum-cred-est.
       copy                       "ACUMCRES.CPY".
       fd  f-cadastro.
       copy                       "CADREG.CPY".
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "CREICM".
      *>-> Estabelecimento assumido quando o movimento não o informa
      *>-> (layout anterior a abertura das filiais)
       78  w78-estab-matriz                       value is 1.
      *>-> Status dos arquivos
       01  w-fs-creditos          pic is x(02)    value is spaces.
       01  w-fs-acred             pic is x(02)    value is spaces.
       01  w-fs-acres             pic is x(02)    value is spaces.
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-cadastro          pic is x(02)    value is spaces.
      *>-> Resultado da busca do fornecedor do crédito corrente no cadastro
       01  w-busca-cadastro       pic is x(01)    value is "N".
           88 cad-achado                          value is "S".
           88 cad-nao-achado                       value "N".
      *>-> Estabelecimento destinatário do crédito corrente e resultado da
      *>-> sua busca no mestre (achado e ativo)
       01  w-estab-credito        pic is 9(04)    value is zeros.
       01  w-busca-estab          pic is x(01)    value is "N".
           88 estab-valido                        value is "S".
           88 estab-invalido                       value "N".
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Contadores de controle da execução
       01  w-qtd-lidos            pic is 9(07)    value is zeros.
       01  w-qtd-postados         pic is 9(07)    value is zeros.
       01  w-qtd-rejeitados       pic is 9(07)    value is zeros.
       01  w-qtd-rej-estab        pic is 9(07)    value is zeros.
       01  w-qtd-rej-cadastro     pic is 9(07)    value is zeros.
       01  w-qtd-rej-inativo      pic is 9(07)    value is zeros.
       01  w-qtd-rej-federal      pic is 9(07)    value is zeros.
       01  w-qtd-sem-acum-estab   pic is 9(07)    value is zeros.
      *>-> Competência da execução no controle da cadeia (mês corrente,
      *>-> fixado no início para o fim cair no mesmo registro)
       01  w-compet-execucao      pic is 9(06)    value is zeros.
      *>-> Total de crédito lançado na execução
       01  w-tot-credito          pic is 9(11)v99 value is zeros comp-3.
      *>-> Linha de detalhe dos documentos recusados
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is zz.zzz.zzz.zz9,99
                                   value is zeros.
      *>-> Área de comunicação com o controle de execução (CTLEXE)
       copy                       "CTLEXELK.CPY".
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
      *>--------------------------------------------------------------------------------------------------------------<*
       CREI-PRINCIPAL             SECTION.
       CREI-INICIO.
           PERFORM                CREI-REGISTRA-INICIO.
           OPEN INPUT             F-CREDITOS.
           IF W-FS-CREDITOS = "35" OR "05"
              DISPLAY "CREICM: SEM CREDITOS A LANCAR"
              CLOSE               F-CREDITOS
              MOVE "SEM CREDITOS A LANCAR" TO LK-CTL-MENSAGEM
              PERFORM             CREI-REGISTRA-FIM
              STOP RUN
           END-IF.
           IF W-FS-CREDITOS NOT = "00"
                      W-FS-CREDITOS
              STOP RUN
           END-IF.
      *>-> Sem o mestre de estabelecimentos não ha como conferir o dono
      *>-> de crédito nenhum: parada dura em vez de rejeitar o dia inteiro
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              STOP RUN
           END-IF.
      *>-> Idem sem o cadastro de fornecedores
           OPEN INPUT             F-CADASTRO.
           IF W-FS-CADASTRO NOT = "00"
              DISPLAY "CADASTRO INDISPONIVEL - STATUS "
                      W-FS-CADASTRO
              STOP RUN
           END-IF.
           PERFORM                CREI-ABRE-RELATORIO.
           PERFORM                UNTIL EXIT
              READ                F-CREDITOS
              ADD 1               TO W-QTD-LIDOS
              PERFORM             CREI-LANCA-UM-CREDITO
           END-PERFORM.
           CLOSE                  F-CREDITOS
                                  F-CADASTRO
                                  F-ESTABELECIMENTOS.
           PERFORM                CREI-EMITE-TOTAIS.
           CLOSE                  F-RELATORIO.
           MOVE "CONCLUIDA"       TO LK-CTL-MENSAGEM.
           PERFORM                CREI-REGISTRA-FIM.
           DISPLAY "CREICM: " W-QTD-LIDOS " LIDO(S) "
                   W-QTD-POSTADOS " POSTADO(S) "
                   W-QTD-REJEITADOS " REJEITADO(S)".
              PERFORM             CREI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                CREI-BUSCA-CADASTRO.
           IF CAD-NAO-ACHADO
              ADD 1               TO W-QTD-REJ-CADASTRO
              ADD 1               TO W-QTD-REJEITADOS
              MOVE "CADASTRO NAO ENCONTRADO" TO LRD-MOTIVO
              PERFORM             CREI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
           IF CAD-INATIVO
              ADD 1               TO W-QTD-REJ-INATIVO
              ADD 1               TO W-QTD-REJEITADOS
              MOVE "CADASTRO INATIVO" TO LRD-MOTIVO
              PERFORM             CREI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
      *>-> Crédito de fornecedor inapto, suspenso, baixado ou nulo na
      *>-> Receita Federal só é lançado com a liberação do supervisor
      *>-> (MANCAD, operação L)
           IF CAD-FEDERAL-IRREGULAR AND
              NOT CAD-FEDERAL-LIBERADO
              ADD 1               TO W-QTD-REJ-FEDERAL
              ADD 1               TO W-QTD-REJEITADOS
              MOVE "CADASTRO IRREGULAR NA RECEITA FEDERAL"
                TO LRD-MOTIVO
              PERFORM             CREI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                CREI-BUSCA-ESTABELECIMENTO.
           IF ESTAB-INVALIDO
              ADD 1               TO W-QTD-REJ-ESTAB
              ADD 1               TO W-QTD-REJEITADOS
              MOVE "ESTABELECIMENTO INEXISTENTE OU INATIVO"
                TO LRD-MOTIVO
              PERFORM             CREI-GRAVA-RECUSA
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                CREI-ACUMULA-MES.
           IF W-FS-ACRED NOT = "00"
              ADD 1               TO W-QTD-REJEITADOS
           END-IF.
           ADD 1                  TO W-QTD-POSTADOS.
           ADD CRE-VALOR-CREDITO  TO W-TOT-CREDITO.
      *>-> O crédito já esta no acumulador da empresa: falha no acumulador
      *>-> do estabelecimento não o recusa (relançar duplicaria o valor),
      *>-> só alerta para o acerto da filial
           PERFORM                CREI-ACUMULA-MES-ESTAB.
           IF W-FS-ACRES NOT = "00"
              ADD 1               TO W-QTD-SEM-ACUM-ESTAB
              MOVE "ALERTA: ACUMULADOR DO ESTAB. INDISPON."
                TO LRD-MOTIVO
              PERFORM             CREI-GRAVA-RECUSA
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Busca o fornecedor do crédito corrente no cadastro (situação e situação na Receita Federal)..................<*
       CREI-BUSCA-CADASTRO.
           SET                    CAD-NAO-ACHADO TO TRUE.
           MOVE CRE-CADASTRO      TO CAD-CODIGO.
           READ                   F-CADASTRO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET              CAD-ACHADO TO TRUE
           END-READ.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Busca o estabelecimento destinatário do crédito corrente (branco/zeros = matriz); estabelecimento............<*
      *>-> inativo não recebe lançamentos...............................................................................<*
       CREI-BUSCA-ESTABELECIMENTO.
           SET                    ESTAB-INVALIDO TO TRUE.
           IF CRE-ESTABELECIMENTO NUMERIC AND
              CRE-ESTABELECIMENTO > ZEROS
              MOVE CRE-ESTABELECIMENTO TO W-ESTAB-CREDITO
           ELSE
              MOVE W78-ESTAB-MATRIZ TO W-ESTAB-CREDITO
           END-IF.
           MOVE W-ESTAB-CREDITO   TO EST-CODIGO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EST-ATIVO
                    SET           ESTAB-VALIDO TO TRUE
                 END-IF
           END-READ.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumula o crédito no mês de competência do acumulador do ano-base, criando o ano-base se ainda não...........<*
      *>-> existir - mesma mecânica de CALI-ACUMULA-MES sobre ACUMICM...................................................<*
           END-IF.
           CLOSE                  F-ACUM-CRED.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumula o crédito no mês de competência do acumulador do estabelecimento (estabelecimento + ano-base),.......<*
      *>-> criando o estabelecimento/ano se ainda não existir - mesma mecânica de CREI-ACUMULA-MES......................<*
       CREI-ACUMULA-MES-ESTAB.
           MOVE W-ESTAB-CREDITO   TO ACRES-ESTAB.
           MOVE CRE-COMP-ANO      TO ACRES-ANO.
           OPEN I-O               F-ACUM-CRED-EST.
           IF W-FS-ACRES = "35"
              OPEN OUTPUT         F-ACUM-CRED-EST
              CLOSE               F-ACUM-CRED-EST
              OPEN I-O            F-ACUM-CRED-EST
           END-IF.
           IF W-FS-ACRES NOT = "00"
              CLOSE               F-ACUM-CRED-EST
              EXIT                PARAGRAPH
           END-IF.
           READ                   F-ACUM-CRED-EST
              INVALID KEY
                 INITIALIZE       W-REG-ACUM-CRED-EST
                 MOVE W-ESTAB-CREDITO TO ACRES-ESTAB
                 MOVE CRE-COMP-ANO TO ACRES-ANO
           END-READ.
           ADD CRE-VALOR-CREDITO  TO ACRES-FILHO-OCC(CRE-COMP-MES).
           IF W-FS-ACRES = "23"
              WRITE               W-REG-ACUM-CRED-EST
           ELSE
              REWRITE             W-REG-ACUM-CRED-EST
           END-IF.
           CLOSE                  F-ACUM-CRED-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o relatório e escreve o cabeçalho da execução............................................................<*
       CREI-ABRE-RELATORIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE "CREDITOS REJEITADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-REJEITADOS  TO LCT-QUANTIDADE.
           PERFORM                CREI-GRAVA-CONTAGEM.
           MOVE "  DOS QUAIS ESTABELECIMENTO INVALIDO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-ESTAB   TO LCT-QUANTIDADE.
           PERFORM                CREI-GRAVA-CONTAGEM.
           MOVE "  DOS QUAIS CADASTRO NAO ENCONTRADO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-CADASTRO TO LCT-QUANTIDADE.
           PERFORM                CREI-GRAVA-CONTAGEM.
           MOVE "  DOS QUAIS CADASTRO INATIVO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-INATIVO TO LCT-QUANTIDADE.
           PERFORM                CREI-GRAVA-CONTAGEM.
           MOVE "  DOS QUAIS IRREGULAR NA RECEITA"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REJ-FEDERAL TO LCT-QUANTIDADE.
           PERFORM                CREI-GRAVA-CONTAGEM.
           MOVE "POSTADOS SEM O ACUMULADOR DO ESTAB."
             TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-ACUM-ESTAB TO LCT-QUANTIDADE.
           PERFORM                CREI-GRAVA-CONTAGEM.
           MOVE "CREDITO LANCADO" TO LVL-DESCRICAO.
           MOVE W-TOT-CREDITO     TO LVL-VALOR.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o início da execução no controle da cadeia fiscal (competência = mês da execução); sem o............<*
      *>-> controle não ha como os passos seguintes conferirem este: parada dura antes de lançar........................<*
       CREI-REGISTRA-INICIO.
           INITIALIZE             LK-DADOS-CTLEXE.
           SET                    LK-CTL-INICIO TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPET-EXECUCAO.
           MOVE W-COMPET-EXECUCAO TO LK-CTL-COMPETENCIA.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "CREICM: CONTROLE DE EXECUCAO CTLEXEC "
                      "INDISPONIVEL - EXECUCAO NAO INICIADA"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o fim da execução com as contagens e o crédito lançado (resultado já em LK-CTL-MENSAGEM)............<*
       CREI-REGISTRA-FIM.
           SET                    LK-CTL-FIM TO TRUE.
           MOVE W78-NOMPRG        TO LK-CTL-PROGRAMA.
           MOVE W-COMPET-EXECUCAO TO LK-CTL-COMPETENCIA.
           MOVE W-QTD-LIDOS       TO LK-CTL-QTD-LIDOS.
           MOVE W-QTD-POSTADOS    TO LK-CTL-QTD-PROCESSADOS.
           MOVE W-QTD-REJEITADOS  TO LK-CTL-QTD-REJEITADOS.
           MOVE W-TOT-CREDITO     TO LK-CTL-TOTAL-1.
           MOVE ZEROS             TO LK-CTL-TOTAL-2.
           CALL "CTLEXE"          USING LK-DADOS-CTLEXE.
           IF LK-CTL-INDISPONIVEL
              DISPLAY "CREICM: FIM DA EXECUCAO NAO REGISTRADO NO "
                      "CONTROLE CTLEXEC"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
