      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      G E R A Ç Ã O   D A   G U I A   D E   R E C O L H I M E N T O   ( G A R E )   D E   I C M S          <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                GERGAR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: gera a guia de recolhimento (GARE) da competência
      *>->                              informada a partir do saldo a recolher gravado por APUICM em
      *>->                              APURSLD, com vencimento no dia do PARM (omitido = dia 20) do mês
      *>->                              seguinte, no arquivo de guias GAREICM - a guia ainda sem pagamento
      *>->                              acompanha a apuração regerada (ou e cancelada quando o saldo a
      *>->                              recolher zera); guia com pagamento registrado não e mais tocada,
      *>->                              e a divergência com a apuração sai como alerta no demonstrativo
      *>-> 15/10/2026  equipe fiscal    Guia por estabelecimento: uma guia para cada apuração da
      *>->                              competência em APUREST (chave estabelecimento + competência), em
      *>->                              lugar da guia única do saldo consolidado de APURSLD - o saldo
      *>->                              credor de um estabelecimento não abate mais o saldo a recolher de
      *>->                              outro, que recolhe com a própria inscrição estadual; demonstrativo
      *>->                              com um bloco por estabelecimento e resumo da competência
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Apurações mensais por estabelecimento gravadas por APUICM
           select f-apur-est
                  assign to      "APUREST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is apest-chave
                  file status    is w-fs-apest.
      *>-> Guias de recolhimento, uma por estabelecimento e competência
           select f-guias
                  assign to      "GAREICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is gare-chave
                  file status    is w-fs-gare.
      *>-> Demonstrativo da guia gerada
           select f-relatorio
                  assign to      "GERGARRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-apur-est.
       copy                       "APUREST.CPY".
       fd  f-guias.
       copy                       "GAREICM.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "GERGAR".
      *>-> Dia de vencimento assumido quando o PARM não traz o dia
       78  w78-dia-vencimento                     value is 20.
      *>-> Status dos arquivos
       01  w-fs-apest             pic is x(02)    value is spaces.
       01  w-fs-gare              pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Competência da guia (parâmetro de execução aaaamm)
       01  w-competencia          pic is 9(06)    value is zeros.
       01  w-compet-partes        redefines w-competencia.
           05 w-compet-ano        pic is 9(04).
           05 w-compet-mes        pic is 9(02).
      *>-> Dia de vencimento no mês seguinte (parâmetro de execução dd)
       01  w-dia-vencimento       pic is 9(02)    value is zeros.
      *>-> Data de vencimento montada (dia do PARM no mês seguinte)
       01  w-vencimento           pic is 9(08)    value is zeros.
       01  w-venc-partes          redefines w-vencimento.
           05 w-venc-ano          pic is 9(04).
           05 w-venc-mes          pic is 9(02).
           05 w-venc-dia          pic is 9(02).
      *>-> Indicador de fim da varredura das apurações por estabelecimento
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Saldo a recolher da apuração do estabelecimento na competência
       01  w-saldo-recolher       pic is 9(11)v99 value is zeros comp-3.
      *>-> Resultado do processamento da guia, para o demonstrativo
       01  w-resultado-guia       pic is x(01)    value is space.
           88 guia-gerada                         value is "G".
           88 guia-regerada                        value "N".
           88 guia-cancelada                       value "C".
           88 guia-mantida                         value "M".
           88 guia-sem-saldo                       value "S".
      *>-> Contadores e totais da competência, para o resumo
       01  w-qtd-estab            pic is 9(05)    value is zeros.
       01  w-qtd-geradas          pic is 9(05)    value is zeros.
       01  w-qtd-regeradas        pic is 9(05)    value is zeros.
       01  w-qtd-canceladas       pic is 9(05)    value is zeros.
       01  w-qtd-mantidas         pic is 9(05)    value is zeros.
       01  w-qtd-sem-saldo        pic is 9(05)    value is zeros.
       01  w-tot-recolher         pic is 9(13)v99 value is zeros comp-3.
      *>-> Linha de contagem do resumo
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>-> Linha de valor do demonstrativo
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is -z.zzz.zzz.zzz.zz9,99
                                   value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=GERGAR,PARM='aaaammdd'): meia-palavra
      *>-> com o tamanho do texto, seguida do próprio texto - competência
      *>-> aaaamm e, opcional, o dia de vencimento no mês seguinte
       01  lk-parm-compet.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-compet.
      *>--------------------------------------------------------------------------------------------------------------<*
       GERG-PRINCIPAL             SECTION.
       GERG-INICIO.
           IF LK-PARM-TAM NOT < 6 AND
              LK-PARM-VALOR(1:6) NUMERIC
              MOVE LK-PARM-VALOR(1:6) TO W-COMPETENCIA
           END-IF.
           IF LK-PARM-TAM NOT < 8 AND
              LK-PARM-VALOR(7:2) NUMERIC
              MOVE LK-PARM-VALOR(7:2) TO W-DIA-VENCIMENTO
           END-IF.
      *>-> Sem competência válida no PARM, assume o mês civil anterior
           IF W-COMPET-ANO = ZEROS OR
              W-COMPET-MES = ZEROS OR
              W-COMPET-MES > 12
              PERFORM             GERG-COMPETENCIA-ANTERIOR
           END-IF.
      *>-> Dia de vencimento limitado a 28, que existe em todo mês
           IF W-DIA-VENCIMENTO = ZEROS OR
              W-DIA-VENCIMENTO > 28
              MOVE W78-DIA-VENCIMENTO TO W-DIA-VENCIMENTO
           END-IF.
           PERFORM                GERG-DEFINE-VENCIMENTO.
           PERFORM                GERG-ABRE-ARQUIVOS.
           OPEN OUTPUT            F-RELATORIO.
           PERFORM                GERG-EMITE-CABECALHO.
           PERFORM                GERG-PROCESSA-APURACOES.
           CLOSE                  F-APUR-EST
                                  F-GUIAS.
      *>-> Nenhum estabelecimento apurado na competência: não há guia
           IF W-QTD-ESTAB = ZEROS
              MOVE "COMPETENCIA NAO APURADA (APUICM)" TO REG-RELATORIO
              WRITE               REG-RELATORIO
              CLOSE               F-RELATORIO
              DISPLAY "COMPETENCIA NAO APURADA (APUICM): "
                      W-COMPETENCIA
              STOP RUN
           END-IF.
           PERFORM                GERG-EMITE-RESUMO.
           CLOSE                  F-RELATORIO.
           DISPLAY "GERGAR: COMPETENCIA " W-COMPETENCIA
                   " VENCIMENTO " W-VENCIMENTO
                   " PROCESSADA - " W-QTD-ESTAB " ESTABELECIMENTO(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Assume a competência do mês civil anterior a data corrente...................................................<*
       GERG-COMPETENCIA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPETENCIA.
           IF W-COMPET-MES = 1
              SUBTRACT 1          FROM W-COMPET-ANO
              MOVE 12             TO W-COMPET-MES
           ELSE
              SUBTRACT 1          FROM W-COMPET-MES
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta o vencimento: dia do PARM no mês seguinte ao da competência............................................<*
       GERG-DEFINE-VENCIMENTO.
           MOVE W-COMPET-ANO      TO W-VENC-ANO.
           MOVE W-COMPET-MES      TO W-VENC-MES.
           IF W-VENC-MES = 12
              ADD 1               TO W-VENC-ANO
              MOVE 1              TO W-VENC-MES
           ELSE
              ADD 1               TO W-VENC-MES
           END-IF.
           MOVE W-DIA-VENCIMENTO  TO W-VENC-DIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre as apurações por estabelecimento (sem apuração não há guia a gerar) e o arquivo de guias................<*
       GERG-ABRE-ARQUIVOS.
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
           OPEN I-O               F-GUIAS.
           IF W-FS-GARE = "35"
              OPEN OUTPUT         F-GUIAS
              CLOSE               F-GUIAS
              OPEN I-O            F-GUIAS
           END-IF.
           IF W-FS-GARE NOT = "00"
              DISPLAY "ARQUIVO DE GUIAS GAREICM INDISPONIVEL - STATUS "
                      W-FS-GARE
              CLOSE               F-APUR-EST
              STOP RUN
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Percorre as apurações por estabelecimento e trata a guia de cada uma apurada na competência..................<*
       GERG-PROCESSA-APURACOES.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO APEST-CHAVE.
           START F-APUR-EST KEY NOT < APEST-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-APUR-EST NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-APEST NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF APEST-COMPETENCIA = W-COMPETENCIA
                    PERFORM       GERG-GRAVA-GUIA
                    PERFORM       GERG-EMITE-GUIA
                 END-IF
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava, regera ou cancela a guia do estabelecimento conforme o saldo a recolher e o pagamento já registrado...<*
       GERG-GRAVA-GUIA.
           ADD 1                  TO W-QTD-ESTAB.
           MOVE APEST-SALDO-RECOLHER TO W-SALDO-RECOLHER.
           ADD W-SALDO-RECOLHER   TO W-TOT-RECOLHER.
           MOVE APEST-ESTAB       TO GARE-ESTAB.
           MOVE W-COMPETENCIA     TO GARE-COMPETENCIA.
           READ                   F-GUIAS
              INVALID KEY
                 INITIALIZE       W-REG-GARE
                 MOVE APEST-ESTAB TO GARE-ESTAB
                 MOVE W-COMPETENCIA TO GARE-COMPETENCIA
           END-READ.
           EVALUATE               TRUE
      *>-> Guia nova: só existe guia para saldo a recolher
              WHEN W-FS-GARE = "23" AND W-SALDO-RECOLHER = ZEROS
                 SET              GUIA-SEM-SALDO TO TRUE
                 ADD 1            TO W-QTD-SEM-SALDO
              WHEN W-FS-GARE = "23"
                 PERFORM          GERG-MONTA-GUIA
                 WRITE            W-REG-GARE
                 SET              GUIA-GERADA TO TRUE
                 ADD 1            TO W-QTD-GERADAS
      *>-> Guia com pagamento registrado fica como esta: o pagamento
      *>-> foi feito sobre o valor da guia emitida
              WHEN GARE-VALOR-PAGO > ZEROS
                 SET              GUIA-MANTIDA TO TRUE
                 ADD 1            TO W-QTD-MANTIDAS
      *>-> Guia sem pagamento acompanha a apuração regerada
              WHEN W-SALDO-RECOLHER = ZEROS
                 SET              GARE-CANCELADA TO TRUE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO GARE-DATA-GERACAO
                 REWRITE          W-REG-GARE
                 SET              GUIA-CANCELADA TO TRUE
                 ADD 1            TO W-QTD-CANCELADAS
              WHEN OTHER
                 PERFORM          GERG-MONTA-GUIA
                 REWRITE          W-REG-GARE
                 SET              GUIA-REGERADA TO TRUE
                 ADD 1            TO W-QTD-REGERADAS
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta a guia aberta com o saldo a recolher e o vencimento, zerando encargos de cálculo anterior..............<*
       GERG-MONTA-GUIA.
           SET                    GARE-ABERTA TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GARE-DATA-GERACAO.
           MOVE W-VENCIMENTO      TO GARE-DATA-VENCIMENTO.
           MOVE W-SALDO-RECOLHER  TO GARE-VALOR-PRINCIPAL
                                     GARE-SALDO-DEVEDOR.
           MOVE ZEROS             TO GARE-DATA-CALCULO
                                     GARE-DIAS-ATRASO
                                     GARE-BASE-ATRASO
                                     GARE-VALOR-MULTA
                                     GARE-VALOR-JUROS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime o cabeçalho do demonstrativo das guias da competência................................................<*
       GERG-EMITE-CABECALHO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "GUIAS DE RECOLHIMENTO DE ICMS - COMPETENCIA "
                                   DELIMITED SIZE
                  W-COMPETENCIA   DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime o bloco do estabelecimento: situação da guia, vencimento, principal e saldo da apuração..............<*
       GERG-EMITE-GUIA.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "ESTABELECIMENTO " DELIMITED SIZE
                  APEST-ESTAB     DELIMITED SIZE
                  INTO REG-RELATORIO.
           EVALUATE               TRUE
              WHEN GUIA-SEM-SALDO
                 MOVE "- SEM SALDO A RECOLHER - GUIA NAO GERADA"
                   TO REG-RELATORIO(22:40)
              WHEN GUIA-GERADA
                 MOVE "- GUIA GERADA" TO REG-RELATORIO(22:13)
              WHEN GUIA-REGERADA
                 MOVE "- GUIA REGERADA COM A APURACAO ATUAL"
                   TO REG-RELATORIO(22:36)
              WHEN GUIA-CANCELADA
                 MOVE "- GUIA CANCELADA - APURACAO SEM SALDO A RECOLHER"
                   TO REG-RELATORIO(22:49)
              WHEN GUIA-MANTIDA
                 MOVE "- GUIA COM PAGAMENTO REGISTRADO - MANTIDA"
                   TO REG-RELATORIO(22:41)
           END-EVALUATE.
           WRITE                  REG-RELATORIO.
           IF NOT GUIA-SEM-SALDO
              MOVE SPACES         TO REG-RELATORIO
              STRING "VENCIMENTO: " DELIMITED SIZE
                     GARE-DATA-VENCIMENTO DELIMITED SIZE
                     INTO REG-RELATORIO
              WRITE               REG-RELATORIO
              MOVE "VALOR PRINCIPAL DA GUIA" TO LVL-DESCRICAO
              MOVE GARE-VALOR-PRINCIPAL TO LVL-VALOR
              PERFORM             GERG-GRAVA-VALOR
           END-IF.
           MOVE "SALDO A RECOLHER DA APURACAO" TO LVL-DESCRICAO.
           MOVE W-SALDO-RECOLHER  TO LVL-VALOR.
           PERFORM                GERG-GRAVA-VALOR.
           IF GUIA-MANTIDA AND
              GARE-VALOR-PRINCIPAL NOT = W-SALDO-RECOLHER
              MOVE "ALERTA - APURACAO REGERADA DIFERE DA GUIA PAGA"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              DISPLAY "GERGAR: ALERTA - APURACAO DIFERE DA GUIA PAGA "
                      "- ESTABELECIMENTO " APEST-ESTAB
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime o resumo da competência: estabelecimentos apurados, guias por situação e saldo a recolher............<*
       GERG-EMITE-RESUMO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "RESUMO DA COMPETENCIA" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "ESTABELECIMENTOS APURADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-ESTAB       TO LCT-QUANTIDADE.
           PERFORM                GERG-GRAVA-CONTAGEM.
           MOVE "GUIAS GERADAS"   TO LCT-DESCRICAO.
           MOVE W-QTD-GERADAS     TO LCT-QUANTIDADE.
           PERFORM                GERG-GRAVA-CONTAGEM.
           MOVE "GUIAS REGERADAS" TO LCT-DESCRICAO.
           MOVE W-QTD-REGERADAS   TO LCT-QUANTIDADE.
           PERFORM                GERG-GRAVA-CONTAGEM.
           MOVE "GUIAS CANCELADAS" TO LCT-DESCRICAO.
           MOVE W-QTD-CANCELADAS  TO LCT-QUANTIDADE.
           PERFORM                GERG-GRAVA-CONTAGEM.
           MOVE "GUIAS COM PAGAMENTO (MANTIDAS)" TO LCT-DESCRICAO.
           MOVE W-QTD-MANTIDAS    TO LCT-QUANTIDADE.
           PERFORM                GERG-GRAVA-CONTAGEM.
           MOVE "ESTABELECIMENTOS SEM SALDO A RECOLHER"
             TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-SALDO   TO LCT-QUANTIDADE.
           PERFORM                GERG-GRAVA-CONTAGEM.
           MOVE "SALDO A RECOLHER DOS ESTABELECIMENTOS"
             TO LVL-DESCRICAO.
           MOVE W-TOT-RECOLHER    TO LVL-VALOR.
           PERFORM                GERG-GRAVA-VALOR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do resumo (descrição e quantidade já preenchidas)................................<*
       GERG-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de valor do demonstrativo (descrição e valor já preenchidos).................................<*
       GERG-GRAVA-VALOR.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-VALOR     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
