      *>--------------------------------------------------------------------------------------------------------------<*
      *>->          C O N S U L T A   D A   P O S I Ç Ã O   D E   I C M S   D A   C O M P E T Ê N C I A              <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                CONICM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: consulta online da posição de ICMS de uma
      *>->                              competência - débitos do mês (ACUMICM), créditos do mês (ACUMCRE),
      *>->                              apuração gravada por APUICM (APURSLD: saldo a recolher ou saldo
      *>->                              credor) e situação do mês e do ano-base (fechamento por INTICM e
      *>->                              FECICM), com detalhamento por UF de destino (ACUMUFI) e, para uma
      *>->                              UF e mês escolhidos, as linhas do diário ICMSMOV.LOG com os
      *>->                              estornos destacados - nas convenções de janelas e confirmação de
      *>->                              CONAUD/SRICAD e sob a verificação de permissão de VERSEG
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Acumulador mensal de débitos de ICMS mantido por CALICM
           select f-acum-icms
                  assign to      "ACUMICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acum-ano
                  file status    is w-fs-acum.
      *>-> Acumulador mensal de créditos mantido por CREICM
           select f-acum-cred
                  assign to      "ACUMCRE"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acred-ano
                  file status    is w-fs-acred.
      *>-> Apurações mensais gravadas por APUICM
           select f-apuracoes
                  assign to      "APURSLD"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is apur-competencia
                  file status    is w-fs-apur.
      *>-> Acumulador mensal por ano-base e UF de destino
           select f-acum-uf
                  assign to      "ACUMUFI"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acumuf-chave
                  file status    is w-fs-acumuf.
      *>-> Diário de movimento gravado por CALICM
           select f-movimento
                  assign to      "ICMSMOV.LOG"
                  organization   is line sequential
                  file status    is w-fs-movimento.
      *>-> Trilha de auditoria, para a desistência da consulta
           select f-audcad
                  assign to      "AUDCAD.LOG"
                  organization   is line sequential
                  file status    is w-fs-audcad.
      *>-> Relatório opcional com a posição consultada
           select f-relatorio
                  assign to      "CONICMRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-acum-icms.
       copy                       "ACUMICM.CPY".
       fd  f-acum-cred.
       copy                       "ACUMCRE.CPY".
       fd  f-apuracoes.
       copy                       "APURICM.CPY".
       fd  f-acum-uf.
       copy                       "ACUMUF.CPY".
       fd  f-movimento.
       copy                       "ICMSMOV.CPY".
       fd  f-audcad.
       01  reg-audcad             pic is x(160).
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "CONICM".
      *>-> Status dos arquivos
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-acred             pic is x(02)    value is spaces.
       01  w-fs-apur              pic is x(02)    value is spaces.
       01  w-fs-acumuf            pic is x(02)    value is spaces.
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-audcad            pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Controle de confirmação e navegação de janelas
       copy                       "CNFCTL.CPY".
      *>-> Área de comunicação com a verificação de permissão (VERSEG)
       copy                       "VERSEGLK.CPY".
      *>-> Índice da janela corrente do fluxo de consulta
       01  w-indjan               pic is 9(02)    value is zeros.
      *>-> Quantidade de janelas válidas do fluxo de consulta
       78  w78-qtd-janelas                        value is 3.
      *>-> Competência consultada (aaaamm; zeros = mês civil anterior)
       01  w-competencia          pic is 9(06)    value is zeros.
       01  w-compet-partes        redefines w-competencia.
           05 w-compet-ano        pic is 9(04).
           05 w-compet-mes        pic is 9(02).
      *>-> Modo de saída da consulta (tela, arquivo ou ambos)
       01  w-modo-saida           pic is x(01)    value is "T".
           88 saida-tela                           value is "T".
           88 saida-arquivo                        value "A".
           88 saida-tela-e-arquivo                  value "B".
      *>-> Resposta para detalhamento por UF e para nova consulta
       01  w-resp-detalhe         pic is x(01)    value is "N".
           88 detalha-uf-sim                      value is "S".
       01  w-resp-nova            pic is x(01)    value is "S".
           88 nova-consulta-sim                   value is "S".
           88 nova-consulta-nao                    value "N".
      *>-> UF e mês escolhidos para as linhas do diário
       01  w-sel-uf               pic is x(02)    value is spaces.
       01  w-sel-mes              pic is 9(02)    value is zeros.
      *>-> Valores da posição consultada (débitos com sinal: os estornos
      *>-> de devolução podem deixar o mês do acumulador negativo)
       01  w-debitos-mes          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-creditos-mes         pic is 9(11)v99 value is zeros comp-3.
       01  w-saldo-anterior       pic is s9(11)v99
                                   value is zeros comp-3.
      *>-> Situação encontrada nos arquivos da posição
       01  w-acum-situacao        pic is x(01)    value is "N".
           88 acum-achado                         value is "S".
           88 acum-nao-achado                      value "N".
       01  w-acred-situacao       pic is x(01)    value is "N".
           88 acred-achado                        value is "S".
           88 acred-nao-achado                     value "N".
       01  w-apur-situacao        pic is x(01)    value is "N".
           88 apur-achada                         value is "S".
           88 apur-nao-achada                      value "N".
       01  w-sit-ano              pic is x(01)    value is space.
           88 sit-ano-fechado                     value is "F".
       01  w-sit-mes              pic is x(01)    value is space.
           88 sit-mes-fechado                     value is "F".
      *>-> Totais do detalhamento por UF e das linhas do diário (estornos
      *>-> subtraem, como na retotalização de RECICM)
       01  w-tot-uf-mes           pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-tot-uf-ano           pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-uf-ano               pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-tot-diario           pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-acum-uf-mes          pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-ind-mes              pic is 9(02)    value is zeros.
       01  w-qtd-ufs              pic is 9(04)    value is zeros.
       01  w-qtd-linhas           pic is 9(06)    value is zeros.
       01  w-qtd-estornos         pic is 9(06)    value is zeros.
      *>-> Indicador de fim da varredura dos arquivos
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Linha de trilha de auditoria da consulta cancelada, no mesmo
      *>-> formato gravado por SRICAD, MANCAD e CONAUD
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
      *>-> Linha emitida na tela e/ou no relatório
       01  w-linha-saida          pic is x(132)   value is spaces.
      *>-> Linha de valor da posição
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
      *>-> Linha do detalhamento por UF de destino
       01  w-linha-uf.
           05 luf-uf              pic is x(02)    value is spaces.
           05 filler              pic is x(03)    value is spaces.
           05 luf-valor-mes       pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(03)    value is spaces.
           05 luf-valor-ano       pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
      *>-> Linha do diário de movimento
       01  w-linha-diario.
           05 ldi-data-lcto       pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 ldi-documento       pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 ldi-cadastro        pic is x(06)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 ldi-uf-origem       pic is x(02)    value is spaces.
           05 filler              pic is x(01)    value is ">".
           05 ldi-uf-destino      pic is x(02)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 ldi-base-calculo    pic is zzz.zzz.zz9,99 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 ldi-aliquota        pic is z9,99    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 ldi-icms            pic is zzz.zzz.zz9,99 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 ldi-icms-st         pic is zzz.zzz.zz9,99 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 ldi-estorno         pic is x(07)    value is spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Programa principal: verifica a permissão e repete consultas até o usuário encerrar...........................<*
       CONI-PRINCIPAL             SECTION.
       CPOS-INICIO.
      *>-> Verificação de acesso ao programa (VERSEG grava a negativa)
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE "C"               TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "ACESSO NEGADO A " W78-NOMPRG
              STOP RUN
           END-IF.
           PERFORM                CPOS-UM-CICLO
                                   UNTIL NOVA-CONSULTA-NAO.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->            C O N S U L T A   E M   J A N E L A S                                                          <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       CONSULTA-POSICAO           SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Um ciclo de consulta: janelas de seleção e confirmação, emissão e pergunta por nova consulta.................<*
       CPOS-UM-CICLO.
           MOVE 1                 TO W-INDJAN.
           SET     CNF-NAO   TO   TRUE.
           MOVE SPACES            TO W-CNF-MOTIVO
                                     W-CNF-MOTIVO-DESC.
      *>-> Laco de navegação entre as janelas
           PERFORM                UNTIL EXIT
      *>-> Avalia a janela que deve ser aceita
              EVALUATE            W-INDJAN
                 WHEN 1
      *>-> Aceita a competência da consulta
                    PERFORM       CPOS-ACECOMPET
                 WHEN 2
      *>-> Aceita o modo de saída
                    PERFORM       CPOS-ACESAIDA
                 WHEN 3
      *>-> Rotina geral de confirmação
                    PERFORM       ROG-CONFIRMA
      *>-> Se confirmou ou recusou
                    IF CNF-SIM OR CNF-NAO
                       EXIT       PERFORM
                    END-IF
                 WHEN OTHER
                    EXIT          PERFORM
              END-EVALUATE
              IF JAN-AVANCA
                 ADD 1       TO   W-INDJAN
              ELSE
                 SUBTRACT 1  FROM W-INDJAN
              END-IF
           END-PERFORM.
           IF CNF-SIM
              PERFORM             CPOS-EMITE-CONSULTA
           ELSE
      *>-> Consulta recusada: o motivo informado em ROGC-ACEITA-MOTIVO
      *>-> vai para a trilha, como nas desistências de CONAUD e SRICAD
              PERFORM             CPOS-AUDITA-DESISTENCIA
           END-IF.
           DISPLAY "NOVA CONSULTA (S/N)? "
           ACCEPT  W-RESP-NOVA.
           IF NOT NOVA-CONSULTA-NAO
              SET                 NOVA-CONSULTA-SIM TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 1: competência da consulta (zeros ou inválida = mês civil anterior)...................................<*
       CPOS-ACECOMPET.
           SET                    JAN-AVANCA TO TRUE.
           DISPLAY "COMPETENCIA AAAAMM (0=MES ANTERIOR): "
           ACCEPT  W-COMPETENCIA.
           IF W-COMPET-ANO = ZEROS OR
              W-COMPET-MES = ZEROS OR
              W-COMPET-MES > 12
              PERFORM             CPOS-COMPETENCIA-ANTERIOR
              DISPLAY "COMPETENCIA ASSUMIDA: " W-COMPETENCIA
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Assume a competência do mês civil anterior a data corrente...................................................<*
       CPOS-COMPETENCIA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPETENCIA.
           IF W-COMPET-MES = 1
              SUBTRACT 1          FROM W-COMPET-ANO
              MOVE 12             TO W-COMPET-MES
           ELSE
              SUBTRACT 1          FROM W-COMPET-MES
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 2: modo de saída da consulta..........................................................................<*
       CPOS-ACESAIDA.
           DISPLAY "MODO DE SAIDA (T=TELA A=ARQUIVO B=AMBOS): "
           ACCEPT  W-MODO-SAIDA.
           IF W-MODO-SAIDA NOT = "T" AND "A" AND "B"
              MOVE  "T"           TO W-MODO-SAIDA
           END-IF.
           DISPLAY "AVANCAR OU RETORNAR P/ JANELA ANTERIOR (A/R): "
           ACCEPT  W-JAN-CONTROLE.
           IF JAN-RETORNA
              CONTINUE
           ELSE
              SET                 JAN-AVANCA TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 3: confirma a consulta ou registra o motivo da desistência............................................<*
       ROG-CONFIRMA.
           DISPLAY "CONFIRMA A CONSULTA DA COMPETENCIA " W-COMPETENCIA
                   " (S/N)? "
           ACCEPT  W-CNF-RESPOSTA.
           IF CNF-SIM
              SET                 CNF-SIM TO TRUE
           ELSE
              SET                 CNF-NAO TO TRUE
              PERFORM             ROGC-ACEITA-MOTIVO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita e valida o motivo de desistência quando a consulta e recusada.........................................<*
       ROGC-ACEITA-MOTIVO.
           DISPLAY "MOTIVO DA DESISTENCIA:"
           DISPLAY "01-ERROU FILTRO 02-MUDOU IDEIA 03-JA VIU 99-OUTRO"
           ACCEPT  W-CNF-MOTIVO.
           IF NOT CNF-MOTIVO-FILTRO-ERRADO   AND
              NOT CNF-MOTIVO-DESISTENCIA     AND
              NOT CNF-MOTIVO-JA-ENCONTRADO   AND
              NOT CNF-MOTIVO-OUTROS
              SET               CNF-MOTIVO-OUTROS TO TRUE
           END-IF.
           IF CNF-MOTIVO-OUTROS
              DISPLAY "DESCREVA O MOTIVO: "
              ACCEPT  W-CNF-MOTIVO-DESC
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava auditoria quando o usuário desiste da consulta, incluindo o motivo de ROGC-ACEITA-MOTIVO...............<*
       CPOS-AUDITA-DESISTENCIA.
           MOVE SPACES            TO LAUD-DETALHE.
           IF W-CNF-MOTIVO = SPACES
              MOVE "CONSULTA-CANCELADA" TO LAUD-ACAO
           ELSE
              STRING "DESISTENCIA-MOTIVO-" DELIMITED SIZE
                     W-CNF-MOTIVO          DELIMITED SIZE
                     INTO LAUD-ACAO
              END-STRING
              IF CNF-MOTIVO-OUTROS
                 MOVE W-CNF-MOTIVO-DESC TO LAUD-DETALHE
              END-IF
           END-IF.
           IF LAUD-DETALHE = SPACES
              STRING "CONICM COMPETENCIA " DELIMITED SIZE
                     W-COMPETENCIA         DELIMITED SIZE
                     INTO LAUD-DETALHE
              END-STRING
           END-IF.
           PERFORM                CPOS-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta e grava uma linha de auditoria da consulta (quem, quando, o que).......................................<*
       CPOS-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO LAUD-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO LAUD-HORA.
           ACCEPT LAUD-USUARIO FROM USER NAME.
           MOVE ZEROS             TO LAUD-CODIGO-CAD.
           MOVE SPACES            TO REG-AUDCAD.
           MOVE W-LINHA-AUDITORIA TO REG-AUDCAD.
           OPEN EXTEND            F-AUDCAD.
           IF W-FS-AUDCAD = "35" OR "05"
              OPEN OUTPUT         F-AUDCAD
           END-IF.
           WRITE                  REG-AUDCAD.
           CLOSE                  F-AUDCAD.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->            E M I S S Ã O   D A   P O S I Ç Ã O                                                            <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       EMISSAO-POSICAO            SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite a posição da competência e oferece o detalhamento por UF e as linhas do diário.........................<*
       CPOS-EMITE-CONSULTA.
           IF NOT SAIDA-TELA
              OPEN OUTPUT         F-RELATORIO
           END-IF.
           PERFORM                CPOS-CARREGA-DEBITOS.
           PERFORM                CPOS-CARREGA-CREDITOS.
           PERFORM                CPOS-CARREGA-APURACAO.
           PERFORM                CPOS-EMITE-POSICAO.
           DISPLAY "DETALHAR POR UF DE DESTINO (S/N)? "
           ACCEPT  W-RESP-DETALHE.
           IF DETALHA-UF-SIM
              PERFORM             CPOS-EMITE-UFS
      *>-> Laco de detalhamento: linhas do diário de uma UF e mês
              PERFORM             UNTIL EXIT
                 MOVE SPACES      TO W-SEL-UF
                 DISPLAY "UF P/ LINHAS DO DIARIO (BRANCO=ENCERRA): "
                 ACCEPT  W-SEL-UF
                 IF W-SEL-UF = SPACES
                    EXIT          PERFORM
                 END-IF
                 MOVE ZEROS       TO W-SEL-MES
                 DISPLAY "MES (0=MES DA COMPETENCIA): "
                 ACCEPT  W-SEL-MES
                 IF W-SEL-MES = ZEROS OR W-SEL-MES > 12
                    MOVE W-COMPET-MES TO W-SEL-MES
                 END-IF
                 PERFORM          CPOS-EMITE-DIARIO
              END-PERFORM
           END-IF.
           IF NOT SAIDA-TELA
              CLOSE               F-RELATORIO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega os débitos do mês, o saldo transportado e a situação do ano e do mês a partir de ACUMICM.............<*
       CPOS-CARREGA-DEBITOS.
           SET                    ACUM-NAO-ACHADO TO TRUE.
           MOVE ZEROS             TO W-DEBITOS-MES
                                     W-SALDO-ANTERIOR.
           MOVE SPACES            TO W-SIT-ANO
                                     W-SIT-MES.
           OPEN INPUT             F-ACUM-ICMS.
           IF W-FS-ACUM NOT = "00"
              DISPLAY "ACUMULADOR ACUMICM INDISPONIVEL - STATUS "
                      W-FS-ACUM
              CLOSE               F-ACUM-ICMS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-COMPET-ANO      TO ACUM-ANO.
           READ                   F-ACUM-ICMS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET              ACUM-ACHADO TO TRUE
                 MOVE W-FILHO-OCC(W-COMPET-MES) TO W-DEBITOS-MES
                 MOVE ACUM-SALDO-ANTERIOR TO W-SALDO-ANTERIOR
                 MOVE ACUM-SITUACAO TO W-SIT-ANO
                 MOVE ACUM-MES-SITUACAO(W-COMPET-MES) TO W-SIT-MES
           END-READ.
           CLOSE                  F-ACUM-ICMS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega os créditos do mês a partir de ACUMCRE...............................................................<*
       CPOS-CARREGA-CREDITOS.
           SET                    ACRED-NAO-ACHADO TO TRUE.
           MOVE ZEROS             TO W-CREDITOS-MES.
           OPEN INPUT             F-ACUM-CRED.
           IF W-FS-ACRED NOT = "00"
              CLOSE               F-ACUM-CRED
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-COMPET-ANO      TO ACRED-ANO.
           READ                   F-ACUM-CRED
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET              ACRED-ACHADO TO TRUE
                 MOVE ACRED-FILHO-OCC(W-COMPET-MES) TO W-CREDITOS-MES
           END-READ.
           CLOSE                  F-ACUM-CRED.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega a apuração gravada por APUICM para a competência.....................................................<*
       CPOS-CARREGA-APURACAO.
           SET                    APUR-NAO-ACHADA TO TRUE.
           OPEN INPUT             F-APURACOES.
           IF W-FS-APUR NOT = "00"
              CLOSE               F-APURACOES
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-COMPETENCIA     TO APUR-COMPETENCIA.
           READ                   F-APURACOES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET              APUR-ACHADA TO TRUE
           END-READ.
           CLOSE                  F-APURACOES.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite a posição: débitos, créditos, apuração e situação do mês e do ano-base.................................<*
       CPOS-EMITE-POSICAO.
           MOVE SPACES            TO W-LINHA-SAIDA.
           STRING "POSICAO DE ICMS - COMPETENCIA " DELIMITED SIZE
                  W-COMPETENCIA   DELIMITED SIZE
                  INTO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
           IF ACUM-NAO-ACHADO
              MOVE "ANO-BASE SEM ACUMULADOR DE DEBITOS"
                TO W-LINHA-SAIDA
              PERFORM             CPOS-EMITE-LINHA
           END-IF.
           MOVE "SALDO TRANSPORTADO DO ANO ANTERIOR" TO LVL-DESCRICAO.
           MOVE W-SALDO-ANTERIOR  TO LVL-VALOR.
           PERFORM                CPOS-EMITE-VALOR.
           MOVE "DEBITOS DO MES (ACUMICM)" TO LVL-DESCRICAO.
           MOVE W-DEBITOS-MES     TO LVL-VALOR.
           PERFORM                CPOS-EMITE-VALOR.
           IF ACRED-NAO-ACHADO
              MOVE "ANO-BASE SEM ACUMULADOR DE CREDITOS"
                TO W-LINHA-SAIDA
              PERFORM             CPOS-EMITE-LINHA
           END-IF.
           MOVE "CREDITOS DO MES (ACUMCRE)" TO LVL-DESCRICAO.
           MOVE W-CREDITOS-MES    TO LVL-VALOR.
           PERFORM                CPOS-EMITE-VALOR.
           IF APUR-ACHADA
              MOVE SPACES         TO W-LINHA-SAIDA
              STRING "APURACAO (APURSLD) GERADA EM " DELIMITED SIZE
                     APUR-DATA-APURACAO DELIMITED SIZE
                     INTO W-LINHA-SAIDA
              PERFORM             CPOS-EMITE-LINHA
              MOVE "SALDO CREDOR ANTERIOR" TO LVL-DESCRICAO
              MOVE APUR-SALDO-CRED-ANT TO LVL-VALOR
              PERFORM             CPOS-EMITE-VALOR
              IF APUR-SALDO-RECOLHER > ZEROS
                 MOVE "SALDO A RECOLHER" TO LVL-DESCRICAO
                 MOVE APUR-SALDO-RECOLHER TO LVL-VALOR
              ELSE
                 MOVE "SALDO CREDOR A TRANSPORTAR" TO LVL-DESCRICAO
                 MOVE APUR-SALDO-CREDOR TO LVL-VALOR
              END-IF
              PERFORM             CPOS-EMITE-VALOR
      *>-> Movimento posterior a apuração deixa débitos/créditos da
      *>-> gravação diferentes dos acumuladores de agora
              IF APUR-DEBITOS NOT = W-DEBITOS-MES OR
                 APUR-CREDITOS NOT = W-CREDITOS-MES
                 MOVE "ALERTA - ACUMULADORES MUDARAM APOS A APURACAO"
                   TO W-LINHA-SAIDA
                 PERFORM          CPOS-EMITE-LINHA
              END-IF
           ELSE
              MOVE "APURACAO DA COMPETENCIA NAO GERADA (APUICM)"
                TO W-LINHA-SAIDA
              PERFORM             CPOS-EMITE-LINHA
           END-IF.
           MOVE SPACES            TO W-LINHA-SAIDA.
           IF SIT-MES-FECHADO
              MOVE "MES FECHADO - INTERFACE CONTABIL GERADA (INTICM)"
                TO W-LINHA-SAIDA
           ELSE
              MOVE "MES ABERTO A LANCAMENTOS" TO W-LINHA-SAIDA
           END-IF.
           PERFORM                CPOS-EMITE-LINHA.
           IF SIT-ANO-FECHADO
              MOVE "ANO-BASE FECHADO - SALDO TRANSPORTADO (FECICM)"
                TO W-LINHA-SAIDA
           ELSE
              MOVE "ANO-BASE ABERTO" TO W-LINHA-SAIDA
           END-IF.
           PERFORM                CPOS-EMITE-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Detalha o ICMS por UF de destino (ACUMUFI): valor do mês da competência e total do ano-base..................<*
       CPOS-EMITE-UFS.
           MOVE ZEROS             TO W-TOT-UF-MES
                                     W-TOT-UF-ANO
                                     W-QTD-UFS.
           MOVE SPACES            TO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
           MOVE "UF          VALOR DO MES         TOTAL DO ANO"
             TO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
           OPEN INPUT             F-ACUM-UF.
           IF W-FS-ACUMUF NOT = "00"
              DISPLAY "ACUMULADOR ACUMUFI INDISPONIVEL - STATUS "
                      W-FS-ACUMUF
              CLOSE               F-ACUM-UF
              EXIT                PARAGRAPH
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE W-COMPET-ANO      TO ACUMUF-ANO.
           MOVE LOW-VALUES        TO ACUMUF-UF.
           START F-ACUM-UF KEY NOT < ACUMUF-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-UF NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-ACUMUF NOT = "00" OR
                 ACUMUF-ANO NOT = W-COMPET-ANO
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 PERFORM          CPOS-EMITE-UMA-UF
              END-IF
           END-PERFORM.
           CLOSE                  F-ACUM-UF.
           MOVE "TT"              TO LUF-UF.
           MOVE W-TOT-UF-MES      TO LUF-VALOR-MES.
           MOVE W-TOT-UF-ANO      TO LUF-VALOR-ANO.
           MOVE W-LINHA-UF        TO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
           IF W-TOT-UF-MES NOT = W-DEBITOS-MES
              MOVE "ALERTA - SOMA DAS UF DIFERE DO ACUMULADOR GERAL"
                TO W-LINHA-SAIDA
              PERFORM             CPOS-EMITE-LINHA
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite a linha de uma UF: valor do mês da competência e soma dos 12 meses.....................................<*
       CPOS-EMITE-UMA-UF.
           MOVE ZEROS             TO W-UF-ANO.
           PERFORM                VARYING W-IND-MES FROM 1 BY 1
                                   UNTIL W-IND-MES > 12
              ADD ACUMUF-FILHO-OCC(W-IND-MES) TO W-UF-ANO
           END-PERFORM.
           ADD 1                  TO W-QTD-UFS.
           ADD ACUMUF-FILHO-OCC(W-COMPET-MES) TO W-TOT-UF-MES.
           ADD W-UF-ANO           TO W-TOT-UF-ANO.
           MOVE ACUMUF-UF         TO LUF-UF.
           MOVE ACUMUF-FILHO-OCC(W-COMPET-MES) TO LUF-VALOR-MES.
           MOVE W-UF-ANO          TO LUF-VALOR-ANO.
           MOVE W-LINHA-UF        TO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite as linhas do diário ICMSMOV.LOG da UF e mês escolhidos, com os estornos destacados, e confere o........<*
      *>-> total líquido contra o acumulador da UF......................................................................<*
       CPOS-EMITE-DIARIO.
           MOVE ZEROS             TO W-TOT-DIARIO
                                     W-QTD-LINHAS
                                     W-QTD-ESTORNOS
                                     W-ACUM-UF-MES.
           MOVE SPACES            TO W-LINHA-SAIDA.
           STRING "DIARIO DE MOVIMENTO - UF " DELIMITED SIZE
                  W-SEL-UF        DELIMITED SIZE
                  " MES "         DELIMITED SIZE
                  W-COMPET-ANO    DELIMITED SIZE
                  W-SEL-MES       DELIMITED SIZE
                  INTO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
           MOVE "PROCESSADO DOCUMENT CADAST OR>DE           BASE ALIQ"
             TO W-LINHA-SAIDA.
           MOVE "           ICMS        ICMS-ST"
             TO W-LINHA-SAIDA(53:).
           PERFORM                CPOS-EMITE-LINHA.
           OPEN INPUT             F-MOVIMENTO.
           IF W-FS-MOVIMENTO NOT = "00"
              DISPLAY "DIARIO ICMSMOV.LOG VAZIO OU INDISPONIVEL"
              CLOSE               F-MOVIMENTO
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                UNTIL EXIT
              READ                F-MOVIMENTO
                 AT END
                    EXIT PERFORM
              END-READ
              IF MOV-DATA NUMERIC        AND
                 MOV-ANO = W-COMPET-ANO  AND
                 MOV-MES = W-SEL-MES     AND
                 MOV-UF-DESTINO = W-SEL-UF
                 PERFORM          CPOS-EMITE-UMA-LINHA-DIARIO
              END-IF
           END-PERFORM.
           CLOSE                  F-MOVIMENTO.
           PERFORM                CPOS-BUSCA-ACUM-UF-MES.
           MOVE SPACES            TO W-LINHA-SAIDA.
           STRING "LINHAS: "      DELIMITED SIZE
                  W-QTD-LINHAS    DELIMITED SIZE
                  "  ESTORNOS: "  DELIMITED SIZE
                  W-QTD-ESTORNOS  DELIMITED SIZE
                  INTO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
           MOVE "TOTAL LIQUIDO DO DIARIO" TO LVL-DESCRICAO.
           MOVE W-TOT-DIARIO      TO LVL-VALOR.
           PERFORM                CPOS-EMITE-VALOR.
           MOVE "ACUMULADOR DA UF NO MES (ACUMUFI)" TO LVL-DESCRICAO.
           MOVE W-ACUM-UF-MES     TO LVL-VALOR.
           PERFORM                CPOS-EMITE-VALOR.
           IF W-TOT-DIARIO NOT = W-ACUM-UF-MES
              MOVE "ALERTA - DIARIO DIFERE DO ACUMULADOR DA UF"
                TO W-LINHA-SAIDA
              PERFORM             CPOS-EMITE-LINHA
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite uma linha do diário e a soma no total líquido (estorno subtrai, como em RECICM)........................<*
       CPOS-EMITE-UMA-LINHA-DIARIO.
           ADD 1                  TO W-QTD-LINHAS.
           IF MOV-DATA-LCTO NUMERIC
              MOVE MOV-DATA-LCTO  TO LDI-DATA-LCTO
           ELSE
              MOVE ZEROS          TO LDI-DATA-LCTO
           END-IF.
           IF MOV-DOCUMENTO NUMERIC
              MOVE MOV-DOCUMENTO  TO LDI-DOCUMENTO
           ELSE
              MOVE SPACES         TO LDI-DOCUMENTO
           END-IF.
           IF MOV-CADASTRO NUMERIC
              MOVE MOV-CADASTRO   TO LDI-CADASTRO
           ELSE
              MOVE SPACES         TO LDI-CADASTRO
           END-IF.
           MOVE MOV-UF-ORIGEM     TO LDI-UF-ORIGEM.
           MOVE MOV-UF-DESTINO    TO LDI-UF-DESTINO.
           MOVE MOV-BASE-CALCULO  TO LDI-BASE-CALCULO.
           MOVE MOV-ALIQUOTA      TO LDI-ALIQUOTA.
           MOVE MOV-ICMS          TO LDI-ICMS.
           MOVE MOV-ICMS-ST       TO LDI-ICMS-ST.
           IF MOV-LCTO-ESTORNO
              MOVE "ESTORNO"      TO LDI-ESTORNO
              ADD 1               TO W-QTD-ESTORNOS
              SUBTRACT MOV-ICMS MOV-ICMS-ST FROM W-TOT-DIARIO
           ELSE
              MOVE SPACES         TO LDI-ESTORNO
              ADD MOV-ICMS MOV-ICMS-ST TO W-TOT-DIARIO
           END-IF.
           MOVE W-LINHA-DIARIO    TO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lê em ACUMUFI o valor da UF e mês escolhidos, para a conferência com o diário................................<*
       CPOS-BUSCA-ACUM-UF-MES.
           OPEN INPUT             F-ACUM-UF.
           IF W-FS-ACUMUF NOT = "00"
              CLOSE               F-ACUM-UF
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-COMPET-ANO      TO ACUMUF-ANO.
           MOVE W-SEL-UF          TO ACUMUF-UF.
           READ                   F-ACUM-UF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ACUMUF-FILHO-OCC(W-SEL-MES) TO W-ACUM-UF-MES
           END-READ.
           CLOSE                  F-ACUM-UF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite uma linha de valor (descrição e valor já preenchidos)..................................................<*
       CPOS-EMITE-VALOR.
           MOVE SPACES            TO W-LINHA-SAIDA.
           MOVE W-LINHA-VALOR     TO W-LINHA-SAIDA.
           PERFORM                CPOS-EMITE-LINHA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite a linha montada na tela e/ou no relatório, conforme o modo de saída....................................<*
       CPOS-EMITE-LINHA.
           IF SAIDA-TELA OR SAIDA-TELA-E-ARQUIVO
              DISPLAY W-LINHA-SAIDA(1:100)
           END-IF.
           IF SAIDA-ARQUIVO OR SAIDA-TELA-E-ARQUIVO
              MOVE W-LINHA-SAIDA  TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-IF.
           MOVE SPACES            TO W-LINHA-SAIDA.
      *>--------------------------------------------------------------------------------------------------------------<*
