      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      M A N U T E N Ç Ã O   D O   M E S T R E   D E   E S T A B E L E C I M E N T O S   ( E S T A B E L )   <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                MANEST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: manutenção em janelas do mestre de estabelecimentos
      *>->                              da empresa (ESTABEL, chave código do estabelecimento) - inclusão,
      *>->                              alteração, inativação e reativação, nas mesmas convenções de
      *>->                              navegação, confirmação, permissão (VERSEG) e auditoria em
      *>->                              AUDCAD.LOG de MANCAD e MANUFA. A UF do estabelecimento é a UF de
      *>->                              origem que LANICM passa a CALICM, por isso UF e município são
      *>->                              criticados contra a tabela de UF e o mestre MUNICIP
      *>-> 15/10/2026  equipe fiscal    Alteração, inativação e reativação só são auditadas quando o
      *>->                              REWRITE do estabelecimento devolve 00
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Mestre de estabelecimentos, o mesmo lido por LANICM e CREICM
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Cadastro mestre de municípios, para a crítica do município
           select f-municipios
                  assign to      "MUNICIP"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is mun-codigo-ibge
                  file status    is w-fs-municipios.
      *>-> Trilha de auditoria, a mesma de SRICAD, MANCAD e MANUFA
           select f-auditoria
                  assign to      "AUDCAD.LOG"
                  organization   is line sequential
                  file status    is w-fs-auditoria.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-municipios.
       copy                       "MUNREG.CPY".
       fd  f-auditoria.
       01  reg-auditoria          pic is x(160).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "MANEST".
      *>-> Status dos arquivos
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-municipios        pic is x(02)    value is spaces.
       01  w-fs-auditoria         pic is x(02)    value is spaces.
      *>-> Controle de confirmação e navegação de janelas
       copy                       "CNFCTL.CPY".
      *>-> Área de comunicação com a verificação de permissão (VERSEG)
       copy                       "VERSEGLK.CPY".
      *>-> Índice da janela corrente do fluxo de manutenção
       01  w-indjan               pic is 9(02)    value is zeros.
      *>-> Quantidade de janelas válidas do fluxo de manutenção
       78  w78-qtd-janelas                        value is 3.
      *>-> Tabela de UF válidas, para criticar a UF digitada
       copy                       "UFVALID.CPY".
      *>-> Operação de manutenção escolhida na primeira janela
       01  w-operacao             pic is x(01)    value is space.
           88 oper-inclusao                       value is "I".
           88 oper-alteracao                       value "A".
           88 oper-inativacao                      value "X".
           88 oper-reativacao                      value "R".
           88 oper-fim                             value "F".
           88 oper-conhecida                      value is "I" "A"
                                                   "X" "R" "F".
      *>-> Consistência da primeira janela (operação x existência do código)
       01  w-oper-consistencia    pic is x(01)    value is "N".
           88 oper-consistente                    value is "S".
           88 oper-inconsistente                   value "N".
      *>-> Código do estabelecimento em manutenção
       01  w-codigo-manut         pic is 9(04)    value is zeros.
      *>-> Consistência da janela de dados (campos obrigatórios aceitos)
       01  w-dados-situacao       pic is x(01)    value is "N".
           88 dados-consistentes                  value is "S".
           88 dados-inconsistentes                 value "N".
      *>-> Indicador de resultado da crítica da UF digitada
       01  w-uf-situacao          pic is x(01)    value is "S".
           88 uf-valida                           value is "S".
           88 uf-invalida                          value "N".
      *>-> Resultado da crítica do município contra o mestre
       01  w-mun-situacao         pic is x(01)    value is "S".
           88 mun-aceito                          value is "S".
           88 mun-recusado                         value "N".
           88 mun-sem-mestre                       value "X".
      *>-> Resultado da regravação da situação (inativação/reativação),
      *>-> para os chamadores só auditarem a mudança que chegou ao arquivo
       01  w-regrava-situacao     pic is x(01)    value is "N".
           88 regrava-ok                          value is "S".
           88 regrava-falhou                       value "N".
      *>-> Resultado da localização do estabelecimento pelo código
       01  w-busca-situacao       pic is x(01)    value is "N".
           88 est-achado                          value is "S".
           88 est-nao-achado                       value "N".
      *>-> Imagem do estabelecimento antes da manutenção (antes/depois)
       copy                       "ESTREG.CPY"
           replacing              ==w-reg-estabelecimento==
                             by   ==w-est-antes==.
      *>-> Estabelecimento com os valores novos aceitos nas janelas
       copy                       "ESTREG.CPY"
           replacing              ==w-reg-estabelecimento==
                             by   ==w-est-novo==.
      *>-> Campos de entrada da janela de dados (branco/zero mantém o atual)
       01  w-ent-nome             pic is x(40)    value is spaces.
       01  w-ent-cnpj             pic is 9(14)    value is zeros.
       01  w-ent-ie               pic is x(14)    value is spaces.
       01  w-ent-uf               pic is x(02)    value is spaces.
       01  w-ent-municipio        pic is 9(07)    value is zeros.
      *>-> Campo alterado e valores antes/depois, para a linha de auditoria
       01  w-aud-campo            pic is x(08)    value is spaces.
       01  w-aud-antes            pic is x(20)    value is spaces.
       01  w-aud-depois           pic is x(20)    value is spaces.
      *>-> Linha de trilha de auditoria da manutenção, no mesmo formato
      *>-> de MANCAD (o código do estabelecimento vai no campo do código
      *>-> de cadastro, e o detalhe identifica o mestre ESTABEL)
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
       procedure                  division.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Programa principal: repete ciclos de manutenção até o usuário pedir fim......................................<*
       MANU-PRINCIPAL             SECTION.
       PMNU-INICIO.
      *>-> Verificação de acesso ao programa (VERSEG grava a negativa)
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE "C"               TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "ACESSO NEGADO A " W78-NOMPRG
              STOP RUN
           END-IF.
           MOVE                   W-TAB-UF-INIT TO W-TAB-UF-CARGA.
           PERFORM                PMNU-UM-CICLO UNTIL OPER-FIM.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->       M A N U T E N Ç Ã O   D E   E S T A B E L E C I M E N T O S   E M   J A N E L A S                   <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       MANUTENCAO-ESTABELECIMENTOS SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Um ciclo completo de manutenção: janelas de operação, dados e confirmação, e a efetivação....................<*
       PMNU-UM-CICLO.
           MOVE 1                 TO W-INDJAN.
           SET     CNF-NAO   TO   TRUE.
           MOVE SPACES            TO W-CNF-MOTIVO
                                     W-CNF-MOTIVO-DESC.
      *>-> Laco de navegação entre as janelas
           PERFORM                UNTIL EXIT
      *>-> Avalia a janela que deve ser aceita
              EVALUATE            W-INDJAN
                 WHEN 1
      *>-> Aceita a operação e o código do estabelecimento
                    PERFORM       PJAN-ACEOPER
                    IF OPER-FIM
                       EXIT       PERFORM
                    END-IF
                 WHEN 2
      *>-> Aceita os dados do estabelecimento (ou mostra o resumo)
                    PERFORM       PJAN-ACEDADOS
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
           IF OPER-FIM
              EXIT                PARAGRAPH
           END-IF.
      *>-> Se não confirmou, audita a desistência e abandona o ciclo
           IF NOT CNF-SIM
              PERFORM             PMNU-AUDITA-DESISTENCIA
              EXIT                PARAGRAPH
           END-IF.
      *>-> Efetiva a operação confirmada
           EVALUATE               TRUE
              WHEN OPER-INCLUSAO
                 PERFORM          PEXE-INCLUI
              WHEN OPER-ALTERACAO
                 PERFORM          PEXE-ALTERA
              WHEN OPER-INATIVACAO
                 PERFORM          PEXE-INATIVA
              WHEN OPER-REATIVACAO
                 PERFORM          PEXE-REATIVA
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 1: aceita a operação e o código até chegar a um par consistente.......................................<*
       PJAN-ACEOPER.
           SET                    JAN-AVANCA TO TRUE.
           SET                    OPER-INCONSISTENTE TO TRUE.
           PERFORM                PJAN-ACEITA-OPERACAO
                                   UNTIL OPER-CONSISTENTE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita uma tentativa de operação/código e critica contra o mestre de estabelecimentos........................<*
       PJAN-ACEITA-OPERACAO.
           DISPLAY "OPERACAO (I=INCLUI A=ALTERA X=INATIVA R=REATIVA"
                   " F=FIM): "
           ACCEPT  W-OPERACAO.
           IF NOT OPER-CONHECIDA
              DISPLAY "OPERACAO INVALIDA"
              EXIT                PARAGRAPH
           END-IF.
           IF OPER-FIM
              SET                 OPER-CONSISTENTE TO TRUE
              EXIT                PARAGRAPH
           END-IF.
      *>-> Verificação da operação escolhida (I/A/X/R) no mestre de
      *>-> permissões
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE W-OPERACAO        TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "OPERACAO NAO PERMITIDA AO USUARIO"
              EXIT                PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO ESTABELECIMENTO: "
           ACCEPT  W-CODIGO-MANUT.
           IF W-CODIGO-MANUT = ZEROS
              DISPLAY "CODIGO OBRIGATORIO"
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                PJAN-LOCALIZA-ESTABELECIMENTO.
           EVALUATE               TRUE
              WHEN OPER-INCLUSAO AND EST-ACHADO
                 DISPLAY "ESTABELECIMENTO JA EXISTE: " W-CODIGO-MANUT
              WHEN NOT OPER-INCLUSAO AND EST-NAO-ACHADO
                 DISPLAY "ESTABELECIMENTO NAO ENCONTRADO: "
                         W-CODIGO-MANUT
              WHEN OTHER
                 SET              OPER-CONSISTENTE TO TRUE
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza o estabelecimento pelo código e guarda a imagem "antes" para o antes/depois da auditoria............<*
       PJAN-LOCALIZA-ESTABELECIMENTO.
           SET                    EST-NAO-ACHADO TO TRUE.
           INITIALIZE             W-EST-ANTES.
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL = "35" OR "05"
              CLOSE               F-ESTABELECIMENTOS
           ELSE
              MOVE W-CODIGO-MANUT TO EST-CODIGO OF W-REG-ESTABELECIMENTO
              READ                F-ESTABELECIMENTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET           EST-ACHADO TO TRUE
                    MOVE W-REG-ESTABELECIMENTO TO W-EST-ANTES
              END-READ
              CLOSE               F-ESTABELECIMENTOS
           END-IF.
      *>-> Parte dos valores atuais; a janela de dados altera por cima
           MOVE W-EST-ANTES       TO W-EST-NOVO.
           MOVE W-CODIGO-MANUT    TO EST-CODIGO OF W-EST-NOVO.
      *>-> Estabelecimento incluído nasce ativo
           IF OPER-INCLUSAO
              SET EST-ATIVO OF W-EST-NOVO TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 2: aceita os dados até um conjunto válido (inclusão/alteração) ou mostra o resumo.....................<*
      *>-> (inativação/reativação)......................................................................................<*
       PJAN-ACEDADOS.
           SET                    JAN-AVANCA TO TRUE.
           IF OPER-INATIVACAO OR OPER-REATIVACAO
              DISPLAY "ESTABELECIMENTO " EST-CODIGO OF W-EST-ANTES " "
                      EST-NOME     OF W-EST-ANTES " UF "
                      EST-UF       OF W-EST-ANTES " SITUACAO "
                      EST-SITUACAO OF W-EST-ANTES
              EXIT                PARAGRAPH
           END-IF.
           SET                    DADOS-INCONSISTENTES TO TRUE.
           PERFORM                PJAN-ACEITA-DADOS
                                   UNTIL DADOS-CONSISTENTES.
           DISPLAY "AVANCAR OU RETORNAR P/ JANELA ANTERIOR (A/R): "
           ACCEPT  W-JAN-CONTROLE.
           IF JAN-RETORNA
              CONTINUE
           ELSE
              SET                 JAN-AVANCA TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita uma tentativa dos dados e critica o resultado: nome, CNPJ e inscrição estadual obrigatórios, UF.......<*
      *>-> da tabela de UF e município do mestre MUNICIP na mesma UF - a UF vira a UF de origem dos lançamentos.........<*
       PJAN-ACEITA-DADOS.
           DISPLAY "NOME ATUAL " EST-NOME OF W-EST-NOVO
           DISPLAY "NOVO NOME (BRANCO=MANTEM): "
           ACCEPT  W-ENT-NOME.
           IF W-ENT-NOME NOT = SPACES
              MOVE W-ENT-NOME     TO EST-NOME OF W-EST-NOVO
           END-IF.
           DISPLAY "CNPJ ATUAL " EST-CNPJ OF W-EST-NOVO
           DISPLAY "NOVO CNPJ (0=MANTEM): "
           ACCEPT  W-ENT-CNPJ.
           IF W-ENT-CNPJ NOT = ZEROS
              MOVE W-ENT-CNPJ     TO EST-CNPJ OF W-EST-NOVO
           END-IF.
           DISPLAY "INSCRICAO ESTADUAL ATUAL " EST-IE OF W-EST-NOVO
           DISPLAY "NOVA INSCRICAO ESTADUAL (BRANCO=MANTEM): "
           ACCEPT  W-ENT-IE.
           IF W-ENT-IE NOT = SPACES
              MOVE W-ENT-IE       TO EST-IE OF W-EST-NOVO
           END-IF.
           DISPLAY "UF ATUAL " EST-UF OF W-EST-NOVO
                   " (BRANCO=MANTEM): "
           ACCEPT  W-ENT-UF.
           IF W-ENT-UF NOT = SPACES
              MOVE W-ENT-UF       TO EST-UF OF W-EST-NOVO
           END-IF.
           IF EST-NOME OF W-EST-NOVO = SPACES
              DISPLAY "NOME OBRIGATORIO"
              EXIT                PARAGRAPH
           END-IF.
           IF EST-CNPJ OF W-EST-NOVO = ZEROS
              DISPLAY "CNPJ OBRIGATORIO"
              EXIT                PARAGRAPH
           END-IF.
           IF EST-IE OF W-EST-NOVO = SPACES
              DISPLAY "INSCRICAO ESTADUAL OBRIGATORIA"
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                PJAN-CRITICA-UF.
           IF UF-INVALIDA
              DISPLAY "UF NAO CONSTA NA TABELA: " EST-UF OF W-EST-NOVO
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                PJAN-ACEITA-MUNICIPIO.
           IF MUN-RECUSADO
              EXIT                PARAGRAPH
           END-IF.
           SET                    DADOS-CONSISTENTES TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Critica a UF do estabelecimento contra a tabela de UF válidas................................................<*
       PJAN-CRITICA-UF.
           SET                    UF-VALIDA TO TRUE.
           SET                    W-IDX-UF  TO 1.
           SEARCH                 W-TAB-UF-ITEM
              AT END
                 SET              UF-INVALIDA TO TRUE
              WHEN TUF-CODIGO(W-IDX-UF) = EST-UF OF W-EST-NOVO
                 CONTINUE
           END-SEARCH.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita e critica o código IBGE de município contra o mestre MUNICIP: zero mantém o atual, que também.........<*
      *>-> é recriticado (a UF pode ter mudado); município obrigatório, inexistente ou de UF diferente da UF do.........<*
      *>-> estabelecimento e recusado; sem mestre legível a crítica e dispensada........................................<*
       PJAN-ACEITA-MUNICIPIO.
           DISPLAY "MUNICIPIO IBGE ATUAL "
                   EST-MUNICIPIO-IBGE OF W-EST-NOVO
                   " (0=MANTEM): "
           ACCEPT  W-ENT-MUNICIPIO.
           IF W-ENT-MUNICIPIO = ZEROS
              MOVE EST-MUNICIPIO-IBGE OF W-EST-NOVO
                TO W-ENT-MUNICIPIO
           END-IF.
           IF W-ENT-MUNICIPIO = ZEROS
              DISPLAY "MUNICIPIO OBRIGATORIO"
              SET                 MUN-RECUSADO TO TRUE
              EXIT                PARAGRAPH
           END-IF.
           OPEN INPUT             F-MUNICIPIOS.
           IF W-FS-MUNICIPIOS NOT = "00"
              CLOSE               F-MUNICIPIOS
              DISPLAY "MESTRE DE MUNICIPIOS INDISPONIVEL - "
                      "CRITICA DISPENSADA"
              MOVE W-ENT-MUNICIPIO
                TO EST-MUNICIPIO-IBGE OF W-EST-NOVO
              SET                 MUN-SEM-MESTRE TO TRUE
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-ENT-MUNICIPIO   TO MUN-CODIGO-IBGE.
           READ                   F-MUNICIPIOS
              INVALID KEY
                 DISPLAY "MUNICIPIO NAO CONSTA NO MESTRE: "
                         W-ENT-MUNICIPIO
                 SET              MUN-RECUSADO TO TRUE
              NOT INVALID KEY
                 IF MUN-UF NOT = EST-UF OF W-EST-NOVO
                    DISPLAY "MUNICIPIO " MUN-NOME " E DA UF " MUN-UF
                            " - ESTABELECIMENTO ESTA EM "
                            EST-UF OF W-EST-NOVO
                    SET           MUN-RECUSADO TO TRUE
                 ELSE
                    MOVE W-ENT-MUNICIPIO
                      TO EST-MUNICIPIO-IBGE OF W-EST-NOVO
                    SET           MUN-ACEITO TO TRUE
                 END-IF
           END-READ.
           CLOSE                  F-MUNICIPIOS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 3: confirma a operação ou registra o motivo da desistência............................................<*
       ROG-CONFIRMA.
           DISPLAY "CONFIRMA A OPERACAO " W-OPERACAO
                   " NO ESTABELECIMENTO " W-CODIGO-MANUT
                   " (S/N)? "
           ACCEPT  W-CNF-RESPOSTA.
           IF CNF-SIM
              SET                 CNF-SIM TO TRUE
           ELSE
              SET                 CNF-NAO TO TRUE
              PERFORM             ROGC-ACEITA-MOTIVO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita e valida o motivo de desistência quando a operação e recusada.........................................<*
       ROGC-ACEITA-MOTIVO.
           DISPLAY "MOTIVO DA DESISTENCIA:"
           DISPLAY "01-ERROU DADOS 02-MUDOU IDEIA 03-JA FEITO 99-OUTRO"
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
      *>->                    E F E T I V A Ç Ã O   D A S   O P E R A C O E S                                        <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       EFETIVACAO-MANUTENCAO      SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Inclui o estabelecimento novo no mestre, criando o arquivo na primeira inclusão..............................<*
       PEXE-INCLUI.
           OPEN I-O               F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL = "35"
              OPEN OUTPUT         F-ESTABELECIMENTOS
              CLOSE               F-ESTABELECIMENTOS
              OPEN I-O            F-ESTABELECIMENTOS
           END-IF.
      *>-> OPEN fora de 00/35 (dataset indisponível ou em uso) não pode
      *>-> seguir adiante: gravaria no vazio e auditaria uma inclusão
      *>-> que nunca chegou ao arquivo
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              CLOSE               F-ESTABELECIMENTOS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-EST-NOVO        TO W-REG-ESTABELECIMENTO.
           WRITE                  W-REG-ESTABELECIMENTO
              INVALID KEY
                 DISPLAY "INCLUSAO REJEITADA PELO ARQUIVO: "
                         W-FS-ESTABEL
                 CLOSE            F-ESTABELECIMENTOS
                 EXIT             PARAGRAPH
           END-WRITE.
           CLOSE                  F-ESTABELECIMENTOS.
           MOVE "INCLUSAO"        TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "ESTABEL "      DELIMITED SIZE
                  W-CODIGO-MANUT  DELIMITED SIZE
                  " UF "          DELIMITED SIZE
                  EST-UF OF W-EST-NOVO
                                   DELIMITED SIZE
                  " CNPJ "        DELIMITED SIZE
                  EST-CNPJ OF W-EST-NOVO
                                   DELIMITED SIZE
                  " IE "          DELIMITED SIZE
                  EST-IE OF W-EST-NOVO
                                   DELIMITED BY "  "
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "INCLUSAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava o estabelecimento com os valores novos e audita cada campo alterado (antes/depois)...................<*
       PEXE-ALTERA.
           OPEN I-O               F-ESTABELECIMENTOS.
      *>-> OPEN fora de 00 não pode seguir adiante: o READ devolveria 47
      *>-> sem levantar INVALID KEY e a auditoria registraria uma
      *>-> alteração que nunca chegou ao arquivo
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              CLOSE               F-ESTABELECIMENTOS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-CODIGO-MANUT
             TO EST-CODIGO OF W-REG-ESTABELECIMENTO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 DISPLAY "ESTABELECIMENTO NAO ENCONTRADO: "
                         W-CODIGO-MANUT
                 CLOSE            F-ESTABELECIMENTOS
                 EXIT             PARAGRAPH
           END-READ.
           MOVE W-EST-NOVO        TO W-REG-ESTABELECIMENTO.
           REWRITE                W-REG-ESTABELECIMENTO.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO ESTABELECIMENTO "
                      W-CODIGO-MANUT " - STATUS " W-FS-ESTABEL
              CLOSE               F-ESTABELECIMENTOS
              EXIT                PARAGRAPH
           END-IF.
           CLOSE                  F-ESTABELECIMENTOS.
           MOVE "ALTERACAO"       TO LAUD-ACAO.
           PERFORM                PAUD-AUDITA-CAMPOS-ALTERADOS.
           DISPLAY "ALTERACAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Inativa o estabelecimento, se ainda ativo: LANICM e CREICM passam a rejeitar os seus movimentos..............<*
       PEXE-INATIVA.
           IF EST-INATIVO OF W-EST-ANTES
              DISPLAY "ESTABELECIMENTO JA INATIVO: " W-CODIGO-MANUT
              EXIT                PARAGRAPH
           END-IF.
           SET EST-INATIVO OF W-EST-NOVO TO TRUE.
           PERFORM                PEXE-REGRAVA-SITUACAO.
      *>-> Só audita e anuncia a mudança que chegou ao arquivo mestre
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "INATIVACAO"      TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "ESTABEL "      DELIMITED SIZE
                  W-CODIGO-MANUT  DELIMITED SIZE
                  " SITUACAO=A>I" DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "INATIVACAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Reativa o estabelecimento, se inativo, e audita a mudança de situação........................................<*
       PEXE-REATIVA.
           IF EST-ATIVO OF W-EST-ANTES
              DISPLAY "ESTABELECIMENTO JA ATIVO: " W-CODIGO-MANUT
              EXIT                PARAGRAPH
           END-IF.
           SET EST-ATIVO OF W-EST-NOVO TO TRUE.
           PERFORM                PEXE-REGRAVA-SITUACAO.
      *>-> Só audita e anuncia a mudança que chegou ao arquivo mestre
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "REATIVACAO"      TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "ESTABEL "      DELIMITED SIZE
                  W-CODIGO-MANUT  DELIMITED SIZE
                  " SITUACAO=I>A" DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "REATIVACAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava o estabelecimento corrente com a situação nova (inativação/reativação)...............................<*
       PEXE-REGRAVA-SITUACAO.
           SET                    REGRAVA-FALHOU TO TRUE.
           OPEN I-O               F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              CLOSE               F-ESTABELECIMENTOS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-CODIGO-MANUT
             TO EST-CODIGO OF W-REG-ESTABELECIMENTO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 DISPLAY "ESTABELECIMENTO NAO ENCONTRADO: "
                         W-CODIGO-MANUT
                 CLOSE            F-ESTABELECIMENTOS
                 EXIT             PARAGRAPH
           END-READ.
           MOVE EST-SITUACAO OF W-EST-NOVO
             TO EST-SITUACAO OF W-REG-ESTABELECIMENTO.
           REWRITE                W-REG-ESTABELECIMENTO.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO ESTABELECIMENTO "
                      W-CODIGO-MANUT " - STATUS " W-FS-ESTABEL
              CLOSE               F-ESTABELECIMENTOS
              EXIT                PARAGRAPH
           END-IF.
           CLOSE                  F-ESTABELECIMENTOS.
           SET                    REGRAVA-OK TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->                    T R I L H A   D E   A U D I T O R I A                                                  <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       AUDITORIA-MANUTENCAO       SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Compara campo a campo o antes e o depois da alteração e grava um registro de auditoria por campo alterado....<*
       PAUD-AUDITA-CAMPOS-ALTERADOS.
           IF EST-NOME OF W-EST-ANTES NOT = EST-NOME OF W-EST-NOVO
              MOVE "NOME"         TO W-AUD-CAMPO
              MOVE EST-NOME OF W-EST-ANTES TO W-AUD-ANTES
              MOVE EST-NOME OF W-EST-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF EST-CNPJ OF W-EST-ANTES NOT = EST-CNPJ OF W-EST-NOVO
              MOVE "CNPJ"         TO W-AUD-CAMPO
              MOVE EST-CNPJ OF W-EST-ANTES TO W-AUD-ANTES
              MOVE EST-CNPJ OF W-EST-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF EST-IE OF W-EST-ANTES NOT = EST-IE OF W-EST-NOVO
              MOVE "IE"           TO W-AUD-CAMPO
              MOVE EST-IE OF W-EST-ANTES TO W-AUD-ANTES
              MOVE EST-IE OF W-EST-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF EST-UF OF W-EST-ANTES NOT = EST-UF OF W-EST-NOVO
              MOVE "UF"           TO W-AUD-CAMPO
              MOVE EST-UF OF W-EST-ANTES TO W-AUD-ANTES
              MOVE EST-UF OF W-EST-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF EST-MUNICIPIO-IBGE OF W-EST-ANTES NOT =
              EST-MUNICIPIO-IBGE OF W-EST-NOVO
              MOVE "MUNICIP"      TO W-AUD-CAMPO
              MOVE EST-MUNICIPIO-IBGE OF W-EST-ANTES TO W-AUD-ANTES
              MOVE EST-MUNICIPIO-IBGE OF W-EST-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta o detalhe chave + campo=antes>depois e grava...........................................................<*
       PAUD-AUDITA-UM-CAMPO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "ESTABEL "      DELIMITED SIZE
                  W-CODIGO-MANUT  DELIMITED SIZE
                  " "             DELIMITED SIZE
                  W-AUD-CAMPO     DELIMITED BY "  "
                  "="             DELIMITED SIZE
                  W-AUD-ANTES     DELIMITED BY "  "
                  ">"             DELIMITED SIZE
                  W-AUD-DEPOIS    DELIMITED BY "  "
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava auditoria quando o usuário desiste da operação, incluindo o motivo de ROGC-ACEITA-MOTIVO...............<*
       PMNU-AUDITA-DESISTENCIA.
           MOVE SPACES            TO LAUD-DETALHE.
           IF W-CNF-MOTIVO = SPACES
              MOVE "MANUTENCAO-CANCELADA" TO LAUD-ACAO
           ELSE
              STRING "DESISTENCIA-MOTIVO-" DELIMITED SIZE
                     W-CNF-MOTIVO          DELIMITED SIZE
                     INTO LAUD-ACAO
              END-STRING
              IF CNF-MOTIVO-OUTROS
                 MOVE W-CNF-MOTIVO-DESC TO LAUD-DETALHE
              END-IF
           END-IF.
           PERFORM                PAUD-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta e grava uma linha de auditoria (quem, quando, qual estabelecimento, o que).............................<*
       PAUD-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO LAUD-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO LAUD-HORA.
           ACCEPT LAUD-USUARIO FROM USER NAME.
           MOVE W-CODIGO-MANUT    TO LAUD-CODIGO-CAD.
           MOVE SPACES            TO REG-AUDITORIA.
           MOVE W-LINHA-AUDITORIA TO REG-AUDITORIA.
           OPEN EXTEND            F-AUDITORIA.
           IF W-FS-AUDITORIA = "35" OR "05"
              OPEN OUTPUT         F-AUDITORIA
           END-IF.
           WRITE                  REG-AUDITORIA.
           CLOSE                  F-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
