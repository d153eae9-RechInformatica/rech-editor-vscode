      *>--------------------------------------------------------------------------------------------------------------<*
      *>->          G E R A Ç Ã O   D O   A R Q U I V O   S P E D   E F D   I C M S / I P I   M E N S A L          <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                EFDICM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: gera o arquivo da Escrituração Fiscal Digital (SPED
      *>->                              EFD ICMS/IPI) da competência do PARM - bloco 0 (abertura e
      *>->                              participantes do CADASTRO com o código IBGE do MUNICIP; dados do
      *>->                              declarante no 0000 lidos do mestre ESTABEL), bloco C
      *>->                              (C100/C190 de cada linha do diário ICMSMOV.LOG), bloco E (apuração
      *>->                              E110 de APURSLD/ACUMCRE e obrigação E116 com o vencimento da GARE)
      *>->                              e bloco 9 (totais de registros) - só para competência já fechada
      *>->                              por INTICM, e só libera o arquivo quando o diário, o acumulador
      *>->                              ACUMICM, os créditos de ACUMCRE e a apuração batem entre si
      *>-> 15/10/2026  equipe fiscal    Escrituração por estabelecimento: código no PARM (posições 8-11,
      *>->                              matriz por omissão), 0000 com os dados do estabelecimento no
      *>->                              ESTABEL, diário filtrado pelo estabelecimento e E110
      *>->                              conferida contra ACUMEST/ACUMCRES/APUREST; laço do 9900 com
      *>->                              índice próprio (todo registro gravado sai no bloco 9)
      *>-> 15/10/2026  equipe fiscal    E116 com o vencimento da guia do próprio estabelecimento
      *>->                              (GAREICM com chave estabelecimento + competência), em lugar da
      *>->                              guia única da empresa
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
      *>-> Acumulador mensal de débitos da empresa mantido por CALICM, com a
      *>-> marca do mês fechado por INTICM
           select f-acum-icms
                  assign to      "ACUMICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acum-ano
                  file status    is w-fs-acum.
      *>-> Cadastro mestre de estabelecimentos (declarante do registro 0000)
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Acumulador mensal de débitos por estabelecimento (CALICM)
           select f-acum-est
                  assign to      "ACUMEST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acest-chave
                  file status    is w-fs-acumest.
      *>-> Acumulador mensal de créditos por estabelecimento (CREICM)
           select f-acum-cred-est
                  assign to      "ACUMCRES"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acres-chave
                  file status    is w-fs-acres.
      *>-> Apurações mensais por estabelecimento gravadas por APUICM
           select f-apur-est
                  assign to      "APUREST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is apest-chave
                  file status    is w-fs-apest.
      *>-> Guias de recolhimento geradas por GERGAR (uma por
      *>-> estabelecimento e competência)
           select f-guias
                  assign to      "GAREICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is gare-chave
                  file status    is w-fs-gare.
      *>-> Cadastro de clientes/fornecedores (participantes do registro 0150)
           select f-cadastro
                  assign to      "CADASTRO"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is cad-codigo
                  file status    is w-fs-cadastro.
      *>-> Mestre de municípios do IBGE
           select f-municipios
                  assign to      "MUNICIP"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is mun-codigo-ibge
                  file status    is w-fs-municipios.
      *>-> Arquivo da escrituração, no leiaute de campos separados por "|"
           select f-efd
                  assign to      "EFDICMTX"
                  organization   is line sequential
                  file status    is w-fs-efd.
      *>-> Relatório de conferência da escrituração
           select f-relatorio
                  assign to      "EFDICMRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-movimento.
       copy                       "ICMSMOV.CPY".
       fd  f-acum-icms.
       copy                       "ACUMICM.CPY".
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-acum-est.
       copy                       "ACUMEST.CPY".
       fd  f-acum-cred-est.
       copy                       "ACUMCRES.CPY".
       fd  f-apur-est.
       copy                       "APUREST.CPY".
       fd  f-guias.
       copy                       "GAREICM.CPY".
       fd  f-cadastro.
       copy                       "CADREG.CPY".
       fd  f-municipios.
       copy                       "MUNREG.CPY".
       fd  f-efd.
       01  reg-efd                pic is x(400).
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "EFDICM".
      *>-> Versão do leiaute da EFD ICMS/IPI, série dos documentos
      *>-> emitidos, código do país (Brasil) dos participantes e código
      *>-> de receita do ICMS a recolher (obrigação E116)
       78  w78-cod-versao                         value is "020".
       78  w78-serie                              value is "1".
       78  w78-cod-pais                           value is "01058".
       78  w78-cod-receita                        value is "0462".
      *>-> Perfil de apresentação (A/B/C) e tipo de atividade (0 =
      *>-> industrial ou equiparado, 1 = outros) do registro 0000
       78  w78-perfil                             value is "A".
       78  w78-atividade                          value is "1".
      *>-> Estabelecimento assumido sem código no PARM e nas linhas antigas
      *>-> do diário (gravadas antes da abertura das filiais)
       78  w78-estab-matriz                       value is 1.
      *>-> Capacidade das tabelas de participantes, analítica e de
      *>-> totais por registro
       78  w78-max-part                           value is 9999.
       78  w78-max-ana                            value is 200.
       78  w78-max-reg                            value is 40.
      *>-> Status dos arquivos
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-acumest           pic is x(02)    value is spaces.
       01  w-fs-acres             pic is x(02)    value is spaces.
       01  w-fs-apest             pic is x(02)    value is spaces.
       01  w-fs-gare              pic is x(02)    value is spaces.
       01  w-fs-cadastro          pic is x(02)    value is spaces.
       01  w-fs-municipios        pic is x(02)    value is spaces.
       01  w-fs-efd               pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Competência da escrituração (parâmetro de execução aaaamm)
       01  w-competencia          pic is 9(06)    value is zeros.
       01  w-compet-partes        redefines w-competencia.
           05 w-compet-ano        pic is 9(04).
           05 w-compet-mes        pic is 9(02).
      *>-> Finalidade do arquivo (PARM posição 7): 0 = remessa original,
      *>-> 1 = remessa de arquivo substituto
       01  w-finalidade           pic is x(01)    value is "0".
      *>-> Estabelecimento escriturado (PARM posições 8-11) e estabelecimento
      *>-> da linha corrente do diário
       01  w-estabelecimento      pic is 9(04)    value is zeros.
       01  w-estab-linha          pic is 9(04)    value is zeros.
      *>-> Período da escrituração no formato ddmmaaaa da EFD
       01  w-data-aux             pic is 9(08)    value is zeros.
       01  w-data-aux-partes      redefines w-data-aux.
           05 w-daux-ano          pic is 9(04).
           05 w-daux-mes          pic is 9(02).
           05 w-daux-dia          pic is 9(02).
       01  w-dt-ini               pic is x(08)    value is spaces.
       01  w-dt-fim               pic is x(08)    value is spaces.
      *>-> Valores de controle da competência no estabelecimento: débitos
      *>-> de ACUMEST, créditos de ACUMCRES, apuração de APUREST e
      *>-> vencimento da GARE do estabelecimento
       01  w-acum-mes             pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-cred-mes             pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-apur-debitos         pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-apur-creditos        pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-apur-cred-ant        pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-apur-recolher        pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-apur-credor          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-gare-vencimento      pic is 9(08)    value is zeros.
      *>-> Totais do diário da competência: débitos das saídas e estornos
      *>-> de devolução (ICMS + ICMS-ST, como no acumulador)
       01  w-tot-debitos          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-tot-estornos         pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-tot-diario           pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Campos da apuração E110 calculados a partir dos totais
       01  w-sld-apurado          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-icms-recolher        pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-sld-credor-transp    pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Contadores da leitura do diário e das pendências que impedem
      *>-> a liberação do arquivo
       01  w-qtd-lidos            pic is 9(07)    value is zeros.
       01  w-qtd-compet           pic is 9(07)    value is zeros.
       01  w-qtd-outro-estab      pic is 9(07)    value is zeros.
       01  w-qtd-saidas           pic is 9(07)    value is zeros.
       01  w-qtd-devolucoes       pic is 9(07)    value is zeros.
       01  w-qtd-sem-documento    pic is 9(07)    value is zeros.
       01  w-qtd-sem-cadastro     pic is 9(07)    value is zeros.
       01  w-qtd-cad-inexistente  pic is 9(07)    value is zeros.
       01  w-qtd-mun-pendente     pic is 9(07)    value is zeros.
       01  w-qtd-tab-esgotada     pic is 9(07)    value is zeros.
       01  w-qtd-decl-pendente    pic is 9(07)    value is zeros.
       01  w-qtd-gare-pendente    pic is 9(07)    value is zeros.
       01  w-qtd-pendencias       pic is 9(07)    value is zeros.
       01  w-qtd-divergencias     pic is 9(02)    value is zeros.
      *>-> Participantes (códigos de cadastro) citados no diário da
      *>-> competência, sem repetição
       01  w-qtd-part             pic is 9(05)    value is zeros.
       01  w-ind-part             pic is 9(05)    value is zeros.
       01  w-tab-participantes.
           05 w-part-codigo       occurs 9999 times
                                   pic is 9(06).
      *>-> Totais analíticos da competência por CST, CFOP e alíquota
       01  w-qtd-ana              pic is 9(03)    value is zeros.
       01  w-ind-ana              pic is 9(03)    value is zeros.
       01  w-tab-analitica.
           05 w-ana-item          occurs 200 times.
              10 ana-cst          pic is x(03).
              10 ana-cfop         pic is 9(04).
              10 ana-aliquota     pic is 9(02)v99.
              10 ana-quantidade   pic is 9(07).
              10 ana-valor-opr    pic is s9(11)v99 comp-3.
              10 ana-base         pic is s9(11)v99 comp-3.
              10 ana-icms         pic is s9(11)v99 comp-3.
              10 ana-icms-st      pic is s9(11)v99 comp-3.
      *>-> Quantidade gravada de cada registro, para o bloco 9
       01  w-qtd-reg              pic is 9(02)    value is zeros.
       01  w-qtd-reg-antes        pic is 9(02)    value is zeros.
       01  w-ind-reg              pic is 9(02)    value is zeros.
      *>-> Índice próprio do laço do 9900: EFDI-GRAVA-LINHA usa W-IND-REG
      *>-> na busca do registro gravado
       01  w-ind-reg-9900         pic is 9(02)    value is zeros.
       01  w-tab-registros.
           05 w-reg-item          occurs 40 times.
              10 treg-codigo      pic is x(04).
              10 treg-quantidade  pic is 9(07).
      *>-> Classificação fiscal da linha do diário: o diário não guarda
      *>-> CFOP nem CST, que saem do tipo do lançamento, das UFs e do ST
       01  w-ind-oper             pic is x(01)    value is space.
       01  w-cst                  pic is x(03)    value is spaces.
       01  w-cfop                 pic is 9(04)    value is zeros.
      *>-> Montagem da linha da escrituração, campo a campo
       01  w-linha-efd            pic is x(400)   value is spaces.
       01  w-ptr                  pic is 9(04)    value is zeros.
       01  w-reg-atual            pic is x(04)    value is spaces.
       01  w-bloco                pic is x(01)    value is space.
       01  w-campo                pic is x(100)   value is spaces.
       01  w-tam                  pic is 9(03)    value is zeros.
       01  w-brancos              pic is 9(03)    value is zeros.
       01  w-valor-efd            pic is s9(13)v99 value is zeros.
       01  w-valor-edit           pic is -(13)9,99.
       01  w-qtd-efd              pic is 9(07)    value is zeros.
       01  w-qtd-edit             pic is z(06)9.
       01  w-qtd-linhas-bloco     pic is 9(07)    value is zeros.
       01  w-qtd-linhas-arq       pic is 9(07)    value is zeros.
      *>-> Linha de valor e linha de contagem do relatório
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>-> Linha de conferência: valor da escrituração x valor de controle
       01  w-valor-efd-conf       pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-valor-controle       pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-linha-conferencia.
           05 lcf-descricao       pic is x(40)    value is spaces.
           05 lcf-efd             pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lcf-controle        pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lcf-situacao        pic is x(10)    value is spaces.
      *>-> Linha analítica do relatório (CST, CFOP e alíquota)
       01  w-linha-analitica.
           05 lan-cst             pic is x(03)    value is spaces.
           05 filler              pic is x(02)    value is spaces.
           05 lan-cfop            pic is 9(04)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lan-aliquota        pic is z9,99    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lan-quantidade      pic is z.zzz.zz9 value is zeros.
           05 lan-valor-opr       pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 lan-base            pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 lan-icms            pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 lan-icms-st         pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=EFDICM,PARM='aaaammfeeee'):
      *>-> meia-palavra com o tamanho do texto, seguida do próprio texto -
      *>-> competência aaaamm e, opcionais, a finalidade do arquivo (0 ou
      *>-> 1) e o código eeee do estabelecimento (omitido = matriz)
       01  lk-parm-compet.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(11).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-compet.
      *>--------------------------------------------------------------------------------------------------------------<*
       EFDI-PRINCIPAL             SECTION.
       EFDI-INICIO.
           IF LK-PARM-TAM NOT < 6 AND
              LK-PARM-VALOR(1:6) NUMERIC
              MOVE LK-PARM-VALOR(1:6) TO W-COMPETENCIA
           END-IF.
           IF LK-PARM-TAM NOT < 7 AND
              LK-PARM-VALOR(7:1) = "1"
              MOVE "1"            TO W-FINALIDADE
           END-IF.
           MOVE W78-ESTAB-MATRIZ  TO W-ESTABELECIMENTO.
           IF LK-PARM-TAM NOT < 11 AND
              LK-PARM-VALOR(8:4) NUMERIC AND
              LK-PARM-VALOR(8:4) NOT = "0000"
              MOVE LK-PARM-VALOR(8:4) TO W-ESTABELECIMENTO
           END-IF.
      *>-> Sem competência válida no PARM, assume o mês civil anterior
           IF W-COMPET-ANO = ZEROS OR
              W-COMPET-MES = ZEROS OR
              W-COMPET-MES > 12
              PERFORM             EFDI-COMPETENCIA-ANTERIOR
           END-IF.
           PERFORM                EFDI-DEFINE-PERIODO.
           PERFORM                EFDI-VERIFICA-FECHAMENTO.
           PERFORM                EFDI-CARREGA-ESTABELECIMENTO.
           PERFORM                EFDI-CARREGA-APURACAO.
           PERFORM                EFDI-TOTALIZA-DIARIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "SPED EFD ICMS/IPI - CONFERENCIA DA COMPETENCIA "
                                   DELIMITED SIZE
                  W-COMPETENCIA   DELIMITED SIZE
                  " - ESTABELECIMENTO " DELIMITED SIZE
                  W-ESTABELECIMENTO DELIMITED SIZE
                  " " DELIMITED SIZE
                  EST-NOME        DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                EFDI-CONFERE-PARTICIPANTES.
           PERFORM                EFDI-CALCULA-E110.
           PERFORM                EFDI-EMITE-CONFERENCIA.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>-> Pendência ou divergência: o arquivo não é gerado
           IF W-QTD-PENDENCIAS > ZEROS OR
              W-QTD-DIVERGENCIAS > ZEROS
              MOVE "ARQUIVO EFD NAO LIBERADO - CORRIGIR AS PENDENCIAS"
                TO REG-RELATORIO
              MOVE "E DIVERGENCIAS ACIMA E REEXECUTAR"
                TO REG-RELATORIO(52:33)
              WRITE               REG-RELATORIO
              CLOSE               F-RELATORIO
              DISPLAY "EFDICM: COMPETENCIA " W-COMPETENCIA
                      " ESTAB. " W-ESTABELECIMENTO
                      " NAO LIBERADA - " W-QTD-PENDENCIAS
                      " PENDENCIA(S) " W-QTD-DIVERGENCIAS
                      " DIVERGENCIA(S)"
              STOP RUN
           END-IF.
           PERFORM                EFDI-GERA-ARQUIVO.
           MOVE "ARQUIVO EFD LIBERADO" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                EFDI-EMITE-REGISTROS.
           CLOSE                  F-RELATORIO.
           DISPLAY "EFDICM: COMPETENCIA " W-COMPETENCIA
                   " ESTAB. " W-ESTABELECIMENTO
                   " LIBERADA - " W-QTD-LINHAS-ARQ " LINHA(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Assume a competência do mês civil anterior a data corrente...................................................<*
       EFDI-COMPETENCIA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPETENCIA.
           IF W-COMPET-MES = 1
              SUBTRACT 1          FROM W-COMPET-ANO
              MOVE 12             TO W-COMPET-MES
           ELSE
              SUBTRACT 1          FROM W-COMPET-MES
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta as datas inicial e final da competência no formato ddmmaaaa da escrituração............................<*
       EFDI-DEFINE-PERIODO.
           MOVE W-COMPET-ANO      TO W-DAUX-ANO.
           MOVE W-COMPET-MES      TO W-DAUX-MES.
           MOVE 1                 TO W-DAUX-DIA.
           MOVE SPACES            TO W-DT-INI.
           STRING W-DAUX-DIA W-DAUX-MES W-DAUX-ANO DELIMITED SIZE
                  INTO W-DT-INI.
      *>-> Último dia: véspera do primeiro dia do mês seguinte
           IF W-DAUX-MES = 12
              ADD 1               TO W-DAUX-ANO
              MOVE 1              TO W-DAUX-MES
           ELSE
              ADD 1               TO W-DAUX-MES
           END-IF.
           COMPUTE W-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(W-DATA-AUX) - 1).
           MOVE SPACES            TO W-DT-FIM.
           STRING W-DAUX-DIA W-DAUX-MES W-DAUX-ANO DELIMITED SIZE
                  INTO W-DT-FIM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Só escritura competência já fechada por INTICM: com o mês aberto os acumuladores ainda podem mudar...........<*
       EFDI-VERIFICA-FECHAMENTO.
           OPEN INPUT             F-ACUM-ICMS.
           IF W-FS-ACUM NOT = "00"
              DISPLAY "ACUMULADOR ACUMICM INDISPONIVEL - STATUS "
                      W-FS-ACUM
              STOP RUN
           END-IF.
           MOVE W-COMPET-ANO      TO ACUM-ANO.
           READ                   F-ACUM-ICMS
              INVALID KEY
                 DISPLAY "ANO-BASE SEM ACUMULADOR (ACUMICM): "
                         W-COMPET-ANO
                 CLOSE            F-ACUM-ICMS
                 STOP RUN
           END-READ.
           IF NOT ACUM-MES-FECHADO(W-COMPET-MES)
              DISPLAY "EFDICM: COMPETENCIA " W-COMPETENCIA
                      " AINDA NAO FECHADA POR INTICM - EFD RECUSADA"
              CLOSE               F-ACUM-ICMS
              STOP RUN
           END-IF.
           CLOSE                  F-ACUM-ICMS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega do mestre ESTABEL os dados do estabelecimento declarante para o registro 0000 (estabelecimento.......<*
      *>-> já inativado continua escriturando as competências em que operou)............................................<*
       EFDI-CARREGA-ESTABELECIMENTO.
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              STOP RUN
           END-IF.
           MOVE W-ESTABELECIMENTO TO EST-CODIGO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 DISPLAY "ESTABELECIMENTO " W-ESTABELECIMENTO
                         " NAO CADASTRADO NO MESTRE ESTABEL"
                 CLOSE            F-ESTABELECIMENTOS
                 STOP RUN
           END-READ.
           CLOSE                  F-ESTABELECIMENTOS.
           IF EST-CNPJ NOT NUMERIC OR
              EST-CNPJ = ZEROS
              DISPLAY "ESTABELECIMENTO " W-ESTABELECIMENTO
                      " SEM CNPJ NO MESTRE ESTABEL"
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega a apuração (APUREST), os débitos (ACUMEST) e os créditos (ACUMCRES) do estabelecimento e o...........<*
      *>-> vencimento da guia do estabelecimento (GAREICM) na competência...............................................<*
       EFDI-CARREGA-APURACAO.
           OPEN INPUT             F-APUR-EST.
           IF W-FS-APEST = "35"
              DISPLAY "COMPETENCIA NAO APURADA (APUICM): "
                      W-COMPETENCIA
              STOP RUN
           END-IF.
           IF W-FS-APEST NOT = "00"
              DISPLAY "APURACOES POR ESTAB. INDISPONIVEL - STATUS "
                      W-FS-APEST
              STOP RUN
           END-IF.
           MOVE W-ESTABELECIMENTO TO APEST-ESTAB.
           MOVE W-COMPETENCIA     TO APEST-COMPETENCIA.
           READ                   F-APUR-EST
              INVALID KEY
                 DISPLAY "COMPETENCIA " W-COMPETENCIA
                         " NAO APURADA (APUICM) NO ESTABELECIMENTO "
                         W-ESTABELECIMENTO
                 CLOSE            F-APUR-EST
                 STOP RUN
           END-READ.
           MOVE APEST-DEBITOS     TO W-APUR-DEBITOS.
           MOVE APEST-CREDITOS    TO W-APUR-CREDITOS.
           MOVE APEST-SALDO-CRED-ANT TO W-APUR-CRED-ANT.
           MOVE APEST-SALDO-RECOLHER TO W-APUR-RECOLHER.
           MOVE APEST-SALDO-CREDOR TO W-APUR-CREDOR.
           CLOSE                  F-APUR-EST.
      *>-> Acumulador ainda não criado ou ano sem lançamento no
      *>-> estabelecimento: valores do mês zerados, como em APUICM
           MOVE ZEROS             TO W-ACUM-MES.
           OPEN INPUT             F-ACUM-EST.
           IF W-FS-ACUMEST = "00"
              MOVE W-ESTABELECIMENTO TO ACEST-ESTAB
              MOVE W-COMPET-ANO   TO ACEST-ANO
              READ                F-ACUM-EST
                 NOT INVALID KEY
                    MOVE ACEST-FILHO-OCC(W-COMPET-MES) TO W-ACUM-MES
              END-READ
              CLOSE               F-ACUM-EST
           ELSE
              IF W-FS-ACUMEST NOT = "35"
                 DISPLAY "ACUMULADOR POR ESTAB. INDISPONIVEL - STATUS "
                         W-FS-ACUMEST
                 STOP RUN
              END-IF
           END-IF.
           MOVE ZEROS             TO W-CRED-MES.
           OPEN INPUT             F-ACUM-CRED-EST.
           IF W-FS-ACRES = "00"
              MOVE W-ESTABELECIMENTO TO ACRES-ESTAB
              MOVE W-COMPET-ANO   TO ACRES-ANO
              READ                F-ACUM-CRED-EST
                 NOT INVALID KEY
                    MOVE ACRES-FILHO-OCC(W-COMPET-MES) TO W-CRED-MES
              END-READ
              CLOSE               F-ACUM-CRED-EST
           ELSE
              IF W-FS-ACRES NOT = "35"
                 DISPLAY "ACUM. CREDITOS POR ESTAB. INDISPONIVEL - "
                         "STATUS " W-FS-ACRES
                 STOP RUN
              END-IF
           END-IF.
      *>-> Guia do estabelecimento na competência: vencimento da
      *>-> obrigação a recolher do E116
           MOVE ZEROS             TO W-GARE-VENCIMENTO.
           OPEN INPUT             F-GUIAS.
           IF W-FS-GARE = "00"
              MOVE W-ESTABELECIMENTO TO GARE-ESTAB
              MOVE W-COMPETENCIA  TO GARE-COMPETENCIA
              READ                F-GUIAS
                 NOT INVALID KEY
                    IF NOT GARE-CANCELADA
                       MOVE GARE-DATA-VENCIMENTO TO W-GARE-VENCIMENTO
                    END-IF
              END-READ
              CLOSE               F-GUIAS
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Primeira leitura do diário: totais da competência no estabelecimento, participantes e totais analíticos......<*
       EFDI-TOTALIZA-DIARIO.
           OPEN INPUT             F-MOVIMENTO.
           IF W-FS-MOVIMENTO = "35" OR "05"
              CLOSE               F-MOVIMENTO
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                UNTIL EXIT
              READ                F-MOVIMENTO
                 AT END
                    EXIT PERFORM
              END-READ
              ADD 1               TO W-QTD-LIDOS
              IF MOV-ANO = W-COMPET-ANO AND
                 MOV-MES = W-COMPET-MES
                 PERFORM          EFDI-ESTAB-DA-LINHA
                 IF W-ESTAB-LINHA = W-ESTABELECIMENTO
                    PERFORM       EFDI-ACUMULA-LINHA
                 ELSE
                    ADD 1         TO W-QTD-OUTRO-ESTAB
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE                  F-MOVIMENTO.
           COMPUTE W-TOT-DIARIO = W-TOT-DEBITOS - W-TOT-ESTORNOS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Estabelecimento que lançou a linha do diário: linha antiga sem o código é da matriz..........................<*
       EFDI-ESTAB-DA-LINHA.
           IF MOV-ESTABELECIMENTO NUMERIC AND
              MOV-ESTABELECIMENTO > ZEROS
              MOVE MOV-ESTABELECIMENTO TO W-ESTAB-LINHA
           ELSE
              MOVE W78-ESTAB-MATRIZ TO W-ESTAB-LINHA
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma uma linha da competência: a linha de estorno de devolução subtrai, como no acumulador...................<*
       EFDI-ACUMULA-LINHA.
           ADD 1                  TO W-QTD-COMPET.
           IF MOV-LCTO-ESTORNO
              ADD 1               TO W-QTD-DEVOLUCOES
              ADD MOV-ICMS MOV-ICMS-ST TO W-TOT-ESTORNOS
           ELSE
              ADD 1               TO W-QTD-SAIDAS
              ADD MOV-ICMS MOV-ICMS-ST TO W-TOT-DEBITOS
           END-IF.
      *>-> Sem documento ou sem cadastro não há como escriturar o C100
           IF MOV-DOCUMENTO NOT NUMERIC OR
              MOV-DOCUMENTO = ZEROS
              ADD 1               TO W-QTD-SEM-DOCUMENTO
           END-IF.
           IF MOV-CADASTRO NOT NUMERIC OR
              MOV-CADASTRO = ZEROS
              ADD 1               TO W-QTD-SEM-CADASTRO
           ELSE
              PERFORM             EFDI-REGISTRA-PARTICIPANTE
           END-IF.
           PERFORM                EFDI-CLASSIFICA-LINHA.
           PERFORM                EFDI-ACUMULA-ANALITICO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Inclui o cadastro da linha na tabela de participantes, se ainda não estiver nela.............................<*
       EFDI-REGISTRA-PARTICIPANTE.
           PERFORM                VARYING W-IND-PART FROM 1 BY 1
                                   UNTIL W-IND-PART > W-QTD-PART
                                      OR W-PART-CODIGO(W-IND-PART) =
                                         MOV-CADASTRO
              CONTINUE
           END-PERFORM.
           IF W-IND-PART > W-QTD-PART
              IF W-QTD-PART < W78-MAX-PART
                 ADD 1            TO W-QTD-PART
                 MOVE MOV-CADASTRO TO W-PART-CODIGO(W-QTD-PART)
              ELSE
                 ADD 1            TO W-QTD-TAB-ESGOTADA
              END-IF
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Classifica a linha do diário: operação, CFOP e CST (o diário não guarda a classificação fiscal)..............<*
      *>-> saída normal = venda 5102/6102 (com ST: 5403/6403); estorno de devolução = entrada 1202/2202 (com ST:........<*
      *>-> 1411/2411); CST 010 quando a linha tem ICMS-ST, senão 000 - dentro do estado quando origem = destino.........<*
       EFDI-CLASSIFICA-LINHA.
           IF MOV-ICMS-ST > ZEROS
              MOVE "010"          TO W-CST
           ELSE
              MOVE "000"          TO W-CST
           END-IF.
           IF MOV-LCTO-ESTORNO
              MOVE "0"            TO W-IND-OPER
              IF MOV-ICMS-ST > ZEROS
                 MOVE 1411        TO W-CFOP
              ELSE
                 MOVE 1202        TO W-CFOP
              END-IF
           ELSE
              MOVE "1"            TO W-IND-OPER
              IF MOV-ICMS-ST > ZEROS
                 MOVE 5403        TO W-CFOP
              ELSE
                 MOVE 5102        TO W-CFOP
              END-IF
           END-IF.
           IF MOV-UF-ORIGEM NOT = MOV-UF-DESTINO
              ADD 1000            TO W-CFOP
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma a linha no total analítico do seu CST, CFOP e alíquota..................................................<*
       EFDI-ACUMULA-ANALITICO.
           PERFORM                VARYING W-IND-ANA FROM 1 BY 1
                                   UNTIL W-IND-ANA > W-QTD-ANA
                                      OR (ANA-CST(W-IND-ANA) = W-CST AND
                                          ANA-CFOP(W-IND-ANA) = W-CFOP
                                      AND ANA-ALIQUOTA(W-IND-ANA) =
                                          MOV-ALIQUOTA)
              CONTINUE
           END-PERFORM.
           IF W-IND-ANA > W-QTD-ANA
              IF W-QTD-ANA < W78-MAX-ANA
                 ADD 1            TO W-QTD-ANA
                 MOVE W-CST       TO ANA-CST(W-QTD-ANA)
                 MOVE W-CFOP      TO ANA-CFOP(W-QTD-ANA)
                 MOVE MOV-ALIQUOTA TO ANA-ALIQUOTA(W-QTD-ANA)
                 MOVE ZEROS       TO ANA-QUANTIDADE(W-QTD-ANA)
                                     ANA-VALOR-OPR(W-QTD-ANA)
                                     ANA-BASE(W-QTD-ANA)
                                     ANA-ICMS(W-QTD-ANA)
                                     ANA-ICMS-ST(W-QTD-ANA)
              ELSE
                 ADD 1            TO W-QTD-TAB-ESGOTADA
                 EXIT             PARAGRAPH
              END-IF
           END-IF.
           ADD 1                  TO ANA-QUANTIDADE(W-IND-ANA).
           ADD MOV-BASE-CALCULO MOV-ICMS-ST
                                  TO ANA-VALOR-OPR(W-IND-ANA).
           ADD MOV-BASE-CALCULO   TO ANA-BASE(W-IND-ANA).
           ADD MOV-ICMS           TO ANA-ICMS(W-IND-ANA).
           ADD MOV-ICMS-ST        TO ANA-ICMS-ST(W-IND-ANA).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere participantes e declarante: cadastro existente e município amarrado a um código IBGE do MUNICIP......<*
       EFDI-CONFERE-PARTICIPANTES.
           OPEN INPUT             F-CADASTRO.
           IF W-FS-CADASTRO NOT = "00"
              DISPLAY "ARQUIVO CADASTRO INDISPONIVEL - STATUS "
                      W-FS-CADASTRO
              STOP RUN
           END-IF.
           OPEN INPUT             F-MUNICIPIOS.
           IF W-FS-MUNICIPIOS NOT = "00"
              DISPLAY "MESTRE DE MUNICIPIOS INDISPONIVEL - STATUS "
                      W-FS-MUNICIPIOS
              STOP RUN
           END-IF.
           MOVE EST-MUNICIPIO-IBGE TO MUN-CODIGO-IBGE.
           READ                   F-MUNICIPIOS
              INVALID KEY
                 ADD 1            TO W-QTD-DECL-PENDENTE
                 MOVE "PENDENCIA: MUNICIPIO DO ESTABELECIMENTO"
                   TO REG-RELATORIO
                 MOVE "(ESTABEL) FORA DO MESTRE MUNICIP"
                   TO REG-RELATORIO(41:32)
                 WRITE            REG-RELATORIO
           END-READ.
      *>-> O registro 0000 exige a inscrição estadual do declarante
           IF EST-IE = SPACES
              ADD 1               TO W-QTD-DECL-PENDENTE
              MOVE "PENDENCIA: ESTABELECIMENTO SEM INSCRICAO ESTADUAL"
                TO REG-RELATORIO
              MOVE "(ESTABEL)"    TO REG-RELATORIO(52:9)
              WRITE               REG-RELATORIO
           END-IF.
           PERFORM                VARYING W-IND-PART FROM 1 BY 1
                                   UNTIL W-IND-PART > W-QTD-PART
              MOVE W-PART-CODIGO(W-IND-PART) TO CAD-CODIGO
              READ                F-CADASTRO
                 INVALID KEY
                    ADD 1         TO W-QTD-CAD-INEXISTENTE
                    MOVE SPACES   TO REG-RELATORIO
                    STRING "PENDENCIA: CADASTRO " DELIMITED SIZE
                           W-PART-CODIGO(W-IND-PART) DELIMITED SIZE
                           " NAO ENCONTRADO NO CADASTRO" DELIMITED SIZE
                           INTO REG-RELATORIO
                    WRITE         REG-RELATORIO
                    END-WRITE
                 NOT INVALID KEY
                    PERFORM       EFDI-CONFERE-MUNICIPIO
              END-READ
           END-PERFORM.
           CLOSE                  F-CADASTRO
                                  F-MUNICIPIOS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> O registro 0150 exige o código IBGE: cadastro ainda não amarrado ao MUNICIP (NRMCID) fica pendente...........<*
       EFDI-CONFERE-MUNICIPIO.
           MOVE CAD-MUNICIPIO-IBGE TO MUN-CODIGO-IBGE.
           IF CAD-MUNICIPIO-IBGE NOT = ZEROS
              READ                F-MUNICIPIOS
                 INVALID KEY
                    MOVE ZEROS    TO MUN-CODIGO-IBGE
              END-READ
           END-IF.
           IF MUN-CODIGO-IBGE = ZEROS
              ADD 1               TO W-QTD-MUN-PENDENTE
              MOVE SPACES         TO REG-RELATORIO
              STRING "PENDENCIA: CADASTRO " DELIMITED SIZE
                     CAD-CODIGO   DELIMITED SIZE
                     " SEM MUNICIPIO IBGE VALIDO (NRMCID)"
                                   DELIMITED SIZE
                     INTO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Calcula a apuração E110 a partir do diário, dos créditos e do saldo credor anterior, como APUICM.............<*
       EFDI-CALCULA-E110.
           COMPUTE W-SLD-APURADO = W-TOT-DEBITOS - W-TOT-ESTORNOS
                                 - W-CRED-MES - W-APUR-CRED-ANT.
           IF W-SLD-APURADO > ZEROS
              MOVE W-SLD-APURADO  TO W-ICMS-RECOLHER
              MOVE ZEROS          TO W-SLD-CREDOR-TRANSP
           ELSE
              MOVE ZEROS          TO W-ICMS-RECOLHER
              COMPUTE W-SLD-CREDOR-TRANSP = ZEROS - W-SLD-APURADO
              MOVE ZEROS          TO W-SLD-APURADO
           END-IF.
      *>-> ICMS a recolher precisa do vencimento da guia para o E116
           IF W-ICMS-RECOLHER > ZEROS AND
              W-GARE-VENCIMENTO = ZEROS
              ADD 1               TO W-QTD-GARE-PENDENTE
              MOVE "PENDENCIA: SALDO A RECOLHER SEM GUIA GARE GERADA"
                TO REG-RELATORIO
              MOVE "(GERGAR)"     TO REG-RELATORIO(50:8)
              WRITE               REG-RELATORIO
           END-IF.
           COMPUTE W-QTD-PENDENCIAS = W-QTD-SEM-DOCUMENTO
                                    + W-QTD-SEM-CADASTRO
                                    + W-QTD-CAD-INEXISTENTE
                                    + W-QTD-MUN-PENDENTE
                                    + W-QTD-TAB-ESGOTADA
                                    + W-QTD-DECL-PENDENTE
                                    + W-QTD-GARE-PENDENTE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime totais, pendências, totais analíticos e a conferência da apuração contra os controles................<*
       EFDI-EMITE-CONFERENCIA.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "LINHAS LIDAS NO DIARIO" TO LCT-DESCRICAO.
           MOVE W-QTD-LIDOS       TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "LINHAS DE OUTROS ESTABELECIMENTOS" TO LCT-DESCRICAO.
           MOVE W-QTD-OUTRO-ESTAB TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "LINHAS DA COMPETENCIA" TO LCT-DESCRICAO.
           MOVE W-QTD-COMPET      TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "  SAIDAS" TO LCT-DESCRICAO.
           MOVE W-QTD-SAIDAS      TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "  ESTORNOS DE DEVOLUCAO" TO LCT-DESCRICAO.
           MOVE W-QTD-DEVOLUCOES  TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "PARTICIPANTES (REGISTRO 0150)" TO LCT-DESCRICAO.
           MOVE W-QTD-PART        TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "PENDENCIA: LINHAS SEM DOCUMENTO" TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-DOCUMENTO TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "PENDENCIA: LINHAS SEM CADASTRO" TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-CADASTRO TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "PENDENCIA: CADASTROS NAO ENCONTRADOS"
             TO LCT-DESCRICAO.
           MOVE W-QTD-CAD-INEXISTENTE TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "PENDENCIA: CADASTROS SEM MUNICIPIO IBGE"
             TO LCT-DESCRICAO.
           MOVE W-QTD-MUN-PENDENTE TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
           MOVE "PENDENCIA: LINHAS FORA DAS TABELAS" TO LCT-DESCRICAO.
           MOVE W-QTD-TAB-ESGOTADA TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
      *>-> Totais analíticos por CST, CFOP e alíquota
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "CST  CFOP  ALIQ.      QTDE.      VALOR OPERACAO"
             TO REG-RELATORIO.
           MOVE "BASE CALCULO              ICMS           ICMS-ST"
             TO REG-RELATORIO(58:50).
           WRITE                  REG-RELATORIO.
           PERFORM                VARYING W-IND-ANA FROM 1 BY 1
                                   UNTIL W-IND-ANA > W-QTD-ANA
              MOVE ANA-CST(W-IND-ANA) TO LAN-CST
              MOVE ANA-CFOP(W-IND-ANA) TO LAN-CFOP
              MOVE ANA-ALIQUOTA(W-IND-ANA) TO LAN-ALIQUOTA
              MOVE ANA-QUANTIDADE(W-IND-ANA) TO LAN-QUANTIDADE
              MOVE ANA-VALOR-OPR(W-IND-ANA) TO LAN-VALOR-OPR
              MOVE ANA-BASE(W-IND-ANA) TO LAN-BASE
              MOVE ANA-ICMS(W-IND-ANA) TO LAN-ICMS
              MOVE ANA-ICMS-ST(W-IND-ANA) TO LAN-ICMS-ST
              MOVE W-LINHA-ANALITICA TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-PERFORM.
      *>-> Apuração E110 da escrituração
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "APURACAO E110" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "TOTAL DE DEBITOS (SAIDAS)" TO LVL-DESCRICAO.
           MOVE W-TOT-DEBITOS     TO LVL-VALOR.
           PERFORM                EFDI-GRAVA-VALOR.
           MOVE "ESTORNOS DE DEBITO (DEVOLUCOES)" TO LVL-DESCRICAO.
           MOVE W-TOT-ESTORNOS    TO LVL-VALOR.
           PERFORM                EFDI-GRAVA-VALOR.
           MOVE "TOTAL DE CREDITOS (ACUMCRES)" TO LVL-DESCRICAO.
           MOVE W-CRED-MES        TO LVL-VALOR.
           PERFORM                EFDI-GRAVA-VALOR.
           MOVE "SALDO CREDOR ANTERIOR" TO LVL-DESCRICAO.
           MOVE W-APUR-CRED-ANT   TO LVL-VALOR.
           PERFORM                EFDI-GRAVA-VALOR.
           MOVE "ICMS A RECOLHER" TO LVL-DESCRICAO.
           MOVE W-ICMS-RECOLHER   TO LVL-VALOR.
           PERFORM                EFDI-GRAVA-VALOR.
           MOVE "SALDO CREDOR A TRANSPORTAR" TO LVL-DESCRICAO.
           MOVE W-SLD-CREDOR-TRANSP TO LVL-VALOR.
           PERFORM                EFDI-GRAVA-VALOR.
      *>-> Conferência: escrituração x acumuladores x apuração
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "CONFERENCIA                                    "
             TO REG-RELATORIO.
           MOVE "ESCRITURACAO            CONTROLE"
             TO REG-RELATORIO(48:32).
           WRITE                  REG-RELATORIO.
           MOVE "DEBITOS LIQUIDOS X ACUMEST" TO LCF-DESCRICAO.
           MOVE W-TOT-DIARIO      TO W-VALOR-EFD-CONF.
           MOVE W-ACUM-MES        TO W-VALOR-CONTROLE.
           PERFORM                EFDI-GRAVA-CONFERENCIA.
           MOVE "DEBITOS LIQUIDOS X APURACAO" TO LCF-DESCRICAO.
           MOVE W-TOT-DIARIO      TO W-VALOR-EFD-CONF.
           MOVE W-APUR-DEBITOS    TO W-VALOR-CONTROLE.
           PERFORM                EFDI-GRAVA-CONFERENCIA.
           MOVE "CREDITOS X APURACAO" TO LCF-DESCRICAO.
           MOVE W-CRED-MES        TO W-VALOR-EFD-CONF.
           MOVE W-APUR-CREDITOS   TO W-VALOR-CONTROLE.
           PERFORM                EFDI-GRAVA-CONFERENCIA.
           MOVE "ICMS A RECOLHER X APURACAO" TO LCF-DESCRICAO.
           MOVE W-ICMS-RECOLHER   TO W-VALOR-EFD-CONF.
           MOVE W-APUR-RECOLHER   TO W-VALOR-CONTROLE.
           PERFORM                EFDI-GRAVA-CONFERENCIA.
           MOVE "SALDO CREDOR A TRANSPORTAR X APURACAO"
             TO LCF-DESCRICAO.
           MOVE W-SLD-CREDOR-TRANSP TO W-VALOR-EFD-CONF.
           MOVE W-APUR-CREDOR     TO W-VALOR-CONTROLE.
           PERFORM                EFDI-GRAVA-CONFERENCIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de conferência, contando a divergência.......................................................<*
       EFDI-GRAVA-CONFERENCIA.
           MOVE W-VALOR-EFD-CONF  TO LCF-EFD.
           MOVE W-VALOR-CONTROLE  TO LCF-CONTROLE.
           IF W-VALOR-EFD-CONF = W-VALOR-CONTROLE
              MOVE "OK"           TO LCF-SITUACAO
           ELSE
              MOVE "DIVERGENTE"   TO LCF-SITUACAO
              ADD 1               TO W-QTD-DIVERGENCIAS
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONFERENCIA TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Gera o arquivo da escrituração, bloco a bloco na ordem do leiaute............................................<*
       EFDI-GERA-ARQUIVO.
           OPEN OUTPUT            F-EFD.
           IF W-FS-EFD NOT = "00"
              DISPLAY "ARQUIVO EFDICMTX INDISPONIVEL - STATUS "
                      W-FS-EFD
              STOP RUN
           END-IF.
           MOVE ZEROS             TO W-QTD-LINHAS-ARQ
                                     W-QTD-REG.
           PERFORM                EFDI-GERA-BLOCO-0.
           PERFORM                EFDI-GERA-BLOCO-C.
           MOVE "D"               TO W-BLOCO.
           PERFORM                EFDI-GERA-BLOCO-VAZIO.
           PERFORM                EFDI-GERA-BLOCO-E.
           MOVE "G"               TO W-BLOCO.
           PERFORM                EFDI-GERA-BLOCO-VAZIO.
           MOVE "H"               TO W-BLOCO.
           PERFORM                EFDI-GERA-BLOCO-VAZIO.
           MOVE "K"               TO W-BLOCO.
           PERFORM                EFDI-GERA-BLOCO-VAZIO.
           MOVE "1"               TO W-BLOCO.
           PERFORM                EFDI-GERA-BLOCO-VAZIO.
           PERFORM                EFDI-GERA-BLOCO-9.
           CLOSE                  F-EFD.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Bloco 0: abertura (0000), indicador (0001), participantes (0150) e encerramento (0990).......................<*
       EFDI-GERA-BLOCO-0.
           MOVE ZEROS             TO W-QTD-LINHAS-BLOCO.
           MOVE "0000"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE W78-COD-VERSAO    TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W-FINALIDADE      TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W-DT-INI          TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W-DT-FIM          TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE EST-NOME          TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE EST-CNPJ          TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>-> CPF do declarante não se aplica a estabelecimento com CNPJ
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE EST-UF            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE EST-IE            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE EST-MUNICIPIO-IBGE TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>-> Inscrição municipal e SUFRAMA não informadas
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W78-PERFIL        TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W78-ATIVIDADE     TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
           MOVE "0001"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE "0"               TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
           OPEN INPUT             F-CADASTRO.
           PERFORM                VARYING W-IND-PART FROM 1 BY 1
                                   UNTIL W-IND-PART > W-QTD-PART
              MOVE W-PART-CODIGO(W-IND-PART) TO CAD-CODIGO
              READ                F-CADASTRO
                 NOT INVALID KEY
                    PERFORM       EFDI-GRAVA-0150
              END-READ
           END-PERFORM.
           CLOSE                  F-CADASTRO.
           MOVE "0990"            TO W-REG-ATUAL.
           PERFORM                EFDI-GRAVA-ENCERRAMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro 0150 do participante: cliente leva CPF (11 posições finais), fornecedor leva CNPJ...................<*
       EFDI-GRAVA-0150.
           MOVE "0150"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE CAD-CODIGO        TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE CAD-NOME          TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W78-COD-PAIS      TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           IF CAD-TIPO-CLIENTE
              MOVE SPACES         TO W-CAMPO
              PERFORM             EFDI-CAMPO-TEXTO
              MOVE CAD-CNPJ-CPF(4:11) TO W-CAMPO
              PERFORM             EFDI-CAMPO-TEXTO
           ELSE
              MOVE CAD-CNPJ-CPF   TO W-CAMPO
              PERFORM             EFDI-CAMPO-TEXTO
              MOVE SPACES         TO W-CAMPO
              PERFORM             EFDI-CAMPO-TEXTO
           END-IF.
      *>-> Inscrição estadual não é mantida no cadastro
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE CAD-MUNICIPIO-IBGE TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE CAD-ENDERECO      TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>-> Número, complemento e bairro fazem parte do endereço livre
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Bloco C: um C100 por linha do diário da competência no estabelecimento, com o seu C190 analítico.............<*
       EFDI-GERA-BLOCO-C.
           MOVE ZEROS             TO W-QTD-LINHAS-BLOCO.
           MOVE "C001"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           IF W-QTD-COMPET = ZEROS
              MOVE "1"            TO W-CAMPO
           ELSE
              MOVE "0"            TO W-CAMPO
           END-IF.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
           IF W-QTD-COMPET > ZEROS
              OPEN INPUT          F-MOVIMENTO
              PERFORM             UNTIL EXIT
                 READ             F-MOVIMENTO
                    AT END
                       EXIT PERFORM
                 END-READ
                 IF MOV-ANO = W-COMPET-ANO AND
                    MOV-MES = W-COMPET-MES
                    PERFORM       EFDI-ESTAB-DA-LINHA
                    IF W-ESTAB-LINHA = W-ESTABELECIMENTO
                       PERFORM    EFDI-CLASSIFICA-LINHA
                       PERFORM    EFDI-GRAVA-C100
                       PERFORM    EFDI-GRAVA-C190
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE               F-MOVIMENTO
           END-IF.
           MOVE "C990"            TO W-REG-ATUAL.
           PERFORM                EFDI-GRAVA-ENCERRAMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro C100 do documento: NF-e modelo 55 emitida pelo estabelecimento (saída ou entrada de devolução)......<*
       EFDI-GRAVA-C100.
           MOVE "C100"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE W-IND-OPER        TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>-> Emissão própria, modelo 55, documento regular
           MOVE "0"               TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE MOV-CADASTRO      TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE "55"              TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE "00"              TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W78-SERIE         TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE MOV-DOCUMENTO     TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>-> Chave de acesso da NF-e não é guardada no diário
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE SPACES            TO W-CAMPO.
           STRING MOV-DIA MOV-MES MOV-ANO DELIMITED SIZE
                  INTO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-TEXTO.
           COMPUTE W-VALOR-EFD = MOV-BASE-CALCULO + MOV-ICMS-ST.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> Indicador de pagamento: outros
           MOVE "2"               TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE MOV-BASE-CALCULO  TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> Indicador de frete: sem ocorrência de transporte
           MOVE "9"               TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE MOV-BASE-CALCULO  TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE MOV-ICMS          TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> A base do ST não é guardada no diário: só o imposto retido
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE MOV-ICMS-ST       TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> IPI, PIS, COFINS, PIS-ST e COFINS-ST fora deste sistema
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro C190 do documento: analítico por CST, CFOP e alíquota...............................................<*
       EFDI-GRAVA-C190.
           MOVE "C190"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE W-CST             TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W-CFOP            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE MOV-ALIQUOTA      TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           COMPUTE W-VALOR-EFD = MOV-BASE-CALCULO + MOV-ICMS-ST.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE MOV-BASE-CALCULO  TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE MOV-ICMS          TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE MOV-ICMS-ST       TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> Redução de base e IPI não se aplicam; sem observação
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Bloco E: período (E100), apuração (E110) e obrigação a recolher (E116).......................................<*
       EFDI-GERA-BLOCO-E.
           MOVE ZEROS             TO W-QTD-LINHAS-BLOCO.
           MOVE "E001"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE "0"               TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
           MOVE "E100"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE W-DT-INI          TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W-DT-FIM          TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
           PERFORM                EFDI-GRAVA-E110.
           IF W-ICMS-RECOLHER > ZEROS
              PERFORM             EFDI-GRAVA-E116
           END-IF.
           MOVE "E990"            TO W-REG-ATUAL.
           PERFORM                EFDI-GRAVA-ENCERRAMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro E110: devoluções entram como estorno de débito, como a apuração de APUICM as trata..................<*
       EFDI-GRAVA-E110.
           MOVE "E110"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE W-TOT-DEBITOS     TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> Sem ajustes de débito nem estorno de crédito
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE W-CRED-MES        TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> Sem ajustes de crédito
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE W-TOT-ESTORNOS    TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE W-APUR-CRED-ANT   TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE W-SLD-APURADO     TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> Sem deduções
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE W-ICMS-RECOLHER   TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE W-SLD-CREDOR-TRANSP TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
      *>-> Sem débitos especiais
           MOVE ZEROS             TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro E116: ICMS a recolher da competência, com o vencimento da guia GARE.................................<*
       EFDI-GRAVA-E116.
           MOVE "E116"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
      *>-> Obrigação 000: ICMS a recolher
           MOVE "000"             TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W-ICMS-RECOLHER   TO W-VALOR-EFD.
           PERFORM                EFDI-CAMPO-VALOR.
           MOVE W-GARE-VENCIMENTO TO W-DATA-AUX.
           MOVE SPACES            TO W-CAMPO.
           STRING W-DAUX-DIA W-DAUX-MES W-DAUX-ANO DELIMITED SIZE
                  INTO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE W78-COD-RECEITA   TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>-> Sem processo, sem texto complementar
           MOVE SPACES            TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-TEXTO.
           MOVE SPACES            TO W-CAMPO.
           STRING W-COMPET-MES W-COMPET-ANO DELIMITED SIZE
                  INTO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Bloco sem movimento nesta escrituração (D, G, H, K e 1): abertura com indicador 1 e encerramento.............<*
       EFDI-GERA-BLOCO-VAZIO.
           MOVE ZEROS             TO W-QTD-LINHAS-BLOCO.
           MOVE SPACES            TO W-REG-ATUAL.
           STRING W-BLOCO "001" DELIMITED SIZE INTO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE "1"               TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
           MOVE SPACES            TO W-REG-ATUAL.
           STRING W-BLOCO "990" DELIMITED SIZE INTO W-REG-ATUAL.
           PERFORM                EFDI-GRAVA-ENCERRAMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Bloco 9: quantidade de linhas por registro (9900), do bloco (9990) e do arquivo (9999).......................<*
       EFDI-GERA-BLOCO-9.
           MOVE ZEROS             TO W-QTD-LINHAS-BLOCO.
           MOVE "9001"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           MOVE "0"               TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-GRAVA-LINHA.
      *>-> Um 9900 por registro gravado até aqui, mais os do próprio
      *>-> 9900, do 9990 e do 9999
           MOVE W-QTD-REG         TO W-QTD-REG-ANTES.
           PERFORM                VARYING W-IND-REG-9900 FROM 1 BY 1
                                   UNTIL W-IND-REG-9900 >
                                         W-QTD-REG-ANTES
              MOVE TREG-CODIGO(W-IND-REG-9900) TO W-CAMPO
              MOVE TREG-QUANTIDADE(W-IND-REG-9900) TO W-QTD-EFD
              PERFORM             EFDI-GRAVA-9900
           END-PERFORM.
           MOVE "9900"            TO W-CAMPO.
           COMPUTE W-QTD-EFD = W-QTD-REG-ANTES + 3.
           PERFORM                EFDI-GRAVA-9900.
           MOVE "9990"            TO W-CAMPO.
           MOVE 1                 TO W-QTD-EFD.
           PERFORM                EFDI-GRAVA-9900.
           MOVE "9999"            TO W-CAMPO.
           PERFORM                EFDI-GRAVA-9900.
      *>-> O 9990 conta as linhas do bloco 9 com ele e o 9999
           MOVE "9990"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           COMPUTE W-QTD-EFD = W-QTD-LINHAS-BLOCO + 2.
           PERFORM                EFDI-CAMPO-QUANTIDADE.
           PERFORM                EFDI-GRAVA-LINHA.
           MOVE "9999"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           COMPUTE W-QTD-EFD = W-QTD-LINHAS-ARQ + 1.
           PERFORM                EFDI-CAMPO-QUANTIDADE.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro 9900 do registro em W-CAMPO com a quantidade em W-QTD-EFD...........................................<*
       EFDI-GRAVA-9900.
           MOVE "9900"            TO W-REG-ATUAL.
           PERFORM                EFDI-NOVA-LINHA.
           PERFORM                EFDI-CAMPO-TEXTO.
           PERFORM                EFDI-CAMPO-QUANTIDADE.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Encerramento do bloco (registro em W-REG-ATUAL): quantidade de linhas do bloco, com o próprio................<*
       EFDI-GRAVA-ENCERRAMENTO.
           PERFORM                EFDI-NOVA-LINHA.
           COMPUTE W-QTD-EFD = W-QTD-LINHAS-BLOCO + 1.
           PERFORM                EFDI-CAMPO-QUANTIDADE.
           PERFORM                EFDI-GRAVA-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Inicia a linha do registro em W-REG-ATUAL: |REG|.............................................................<*
       EFDI-NOVA-LINHA.
           MOVE SPACES            TO W-LINHA-EFD.
           MOVE 1                 TO W-PTR.
           STRING "|" W-REG-ATUAL "|" DELIMITED SIZE
                  INTO W-LINHA-EFD WITH POINTER W-PTR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acrescenta o texto de W-CAMPO sem os brancos a direita, seguido do separador.................................<*
       EFDI-CAMPO-TEXTO.
           PERFORM                VARYING W-TAM FROM 100 BY -1
                                   UNTIL W-TAM = ZEROS
                                      OR W-CAMPO(W-TAM:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF W-TAM > ZEROS
              STRING W-CAMPO(1:W-TAM) DELIMITED SIZE
                     INTO W-LINHA-EFD WITH POINTER W-PTR
           END-IF.
           STRING "|" DELIMITED SIZE
                  INTO W-LINHA-EFD WITH POINTER W-PTR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acrescenta o valor de W-VALOR-EFD com vírgula decimal e sem zeros ou brancos a esquerda......................<*
       EFDI-CAMPO-VALOR.
           MOVE W-VALOR-EFD       TO W-VALOR-EDIT.
           MOVE ZEROS             TO W-BRANCOS.
           INSPECT W-VALOR-EDIT   TALLYING W-BRANCOS FOR LEADING SPACES.
           MOVE SPACES            TO W-CAMPO.
           MOVE W-VALOR-EDIT(W-BRANCOS + 1:) TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acrescenta a quantidade de W-QTD-EFD sem zeros a esquerda....................................................<*
       EFDI-CAMPO-QUANTIDADE.
           MOVE W-QTD-EFD         TO W-QTD-EDIT.
           MOVE ZEROS             TO W-BRANCOS.
           INSPECT W-QTD-EDIT     TALLYING W-BRANCOS FOR LEADING SPACES.
           MOVE SPACES            TO W-CAMPO.
           MOVE W-QTD-EDIT(W-BRANCOS + 1:) TO W-CAMPO.
           PERFORM                EFDI-CAMPO-TEXTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava a linha montada e a conta no bloco, no arquivo e no total do registro..................................<*
       EFDI-GRAVA-LINHA.
           MOVE W-LINHA-EFD       TO REG-EFD.
           WRITE                  REG-EFD.
           ADD 1                  TO W-QTD-LINHAS-BLOCO
                                     W-QTD-LINHAS-ARQ.
           PERFORM                VARYING W-IND-REG FROM 1 BY 1
                                   UNTIL W-IND-REG > W-QTD-REG
                                      OR TREG-CODIGO(W-IND-REG) =
                                         W-REG-ATUAL
              CONTINUE
           END-PERFORM.
           IF W-IND-REG > W-QTD-REG
              ADD 1               TO W-QTD-REG
              MOVE W-REG-ATUAL    TO TREG-CODIGO(W-QTD-REG)
              MOVE ZEROS          TO TREG-QUANTIDADE(W-QTD-REG)
           END-IF.
           ADD 1                  TO TREG-QUANTIDADE(W-IND-REG).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime a quantidade gravada de cada registro do arquivo liberado............................................<*
       EFDI-EMITE-REGISTROS.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                VARYING W-IND-REG FROM 1 BY 1
                                   UNTIL W-IND-REG > W-QTD-REG
              MOVE SPACES         TO LCT-DESCRICAO
              STRING "REGISTRO " TREG-CODIGO(W-IND-REG)
                     DELIMITED SIZE INTO LCT-DESCRICAO
              MOVE TREG-QUANTIDADE(W-IND-REG) TO LCT-QUANTIDADE
              PERFORM             EFDI-GRAVA-CONTAGEM
           END-PERFORM.
           MOVE "TOTAL DE LINHAS DO ARQUIVO" TO LCT-DESCRICAO.
           MOVE W-QTD-LINHAS-ARQ  TO LCT-QUANTIDADE.
           PERFORM                EFDI-GRAVA-CONTAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do relatório (descrição e quantidade já preenchidas).............................<*
       EFDI-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de valor do relatório (descrição e valor já preenchidos).....................................<*
       EFDI-GRAVA-VALOR.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-VALOR     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
