      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      M A N U T E N Ç Ã O   D O   C A D A S T R O   D E   B E N S   D O   C I A P   ( C I A P B E M )       <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                MANCIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: manutenção em janelas do cadastro de bens do ativo
      *>->                              imobilizado do CIAP (CIAPBEM) - inclusão, alteração, baixa (bem
      *>->                              alienado ou sucateado antes das 48 parcelas) e cancelamento de
      *>->                              baixa lançada por engano, nas mesmas convenções de navegação,
      *>->                              confirmação, permissão (VERSEG) e auditoria em AUDCAD.LOG de
      *>->                              MANCAD e MANEST. Bem com parcela já apropriada só tem a descrição
      *>->                              alterada: valor, início e estabelecimento são a base das parcelas
      *>->                              já postadas por APRCIA
      *>-> 15/10/2026  equipe fiscal    Regravação do bem só dá alteração/baixa por efetivada quando o
      *>->                              REWRITE devolve 00
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Cadastro de bens do CIAP, o mesmo lido por APRCIA e EXTCIA
           select f-ciap
                  assign to      "CIAPBEM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is ciap-codigo
                  file status    is w-fs-ciap.
      *>-> Mestre de estabelecimentos, para conferir o dono do bem
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Cadastro de clientes/fornecedores, para conferir o fornecedor
           select f-cadastro
                  assign to      "CADASTRO"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is cad-codigo
                  file status    is w-fs-cadastro.
      *>-> Trilha de auditoria, a mesma de SRICAD, MANCAD e MANEST
           select f-auditoria
                  assign to      "AUDCAD.LOG"
                  organization   is line sequential
                  file status    is w-fs-auditoria.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-ciap.
       copy                       "CIAPREG.CPY".
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-cadastro.
       copy                       "CADREG.CPY".
       fd  f-auditoria.
       01  reg-auditoria          pic is x(160).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "MANCIA".
      *>-> Status dos arquivos
       01  w-fs-ciap              pic is x(02)    value is spaces.
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-cadastro          pic is x(02)    value is spaces.
       01  w-fs-auditoria         pic is x(02)    value is spaces.
      *>-> Controle de confirmação e navegação de janelas
       copy                       "CNFCTL.CPY".
      *>-> Área de comunicação com a verificação de permissão (VERSEG)
       copy                       "VERSEGLK.CPY".
      *>-> Índice da janela corrente do fluxo de manutenção
       01  w-indjan               pic is 9(02)    value is zeros.
      *>-> Quantidade de janelas válidas do fluxo de manutenção
       78  w78-qtd-janelas                        value is 3.
      *>-> Operação de manutenção escolhida na primeira janela
       01  w-operacao             pic is x(01)    value is space.
           88 oper-inclusao                       value is "I".
           88 oper-alteracao                       value "A".
           88 oper-baixa                           value "X".
           88 oper-cancela-baixa                   value "R".
           88 oper-fim                             value "F".
           88 oper-conhecida                      value is "I" "A"
                                                   "X" "R" "F".
      *>-> Consistência da primeira janela (operação x existência do código)
       01  w-oper-consistencia    pic is x(01)    value is "N".
           88 oper-consistente                    value is "S".
           88 oper-inconsistente                   value "N".
      *>-> Código do bem em manutenção
       01  w-codigo-manut         pic is 9(06)    value is zeros.
      *>-> Consistência da janela de dados (campos obrigatórios aceitos)
       01  w-dados-situacao       pic is x(01)    value is "N".
           88 dados-consistentes                  value is "S".
           88 dados-inconsistentes                 value "N".
      *>-> Resultado da localização do bem pelo código
       01  w-busca-situacao       pic is x(01)    value is "N".
           88 bem-achado                          value is "S".
           88 bem-nao-achado                       value "N".
      *>-> Resultado da conferência de estabelecimento e fornecedor
       01  w-ref-situacao         pic is x(01)    value is "N".
           88 ref-valida                          value is "S".
           88 ref-invalida                         value "N".
      *>-> Resultado da regravação do bem (alteração/baixa), para só
      *>-> auditar a mudança que chegou ao arquivo
       01  w-regrava-situacao     pic is x(01)    value is "N".
           88 regrava-ok                          value is "S".
           88 regrava-falhou                       value "N".
      *>-> Imagem do bem antes da manutenção, para o antes/depois
       copy                       "CIAPREG.CPY"
           replacing              ==w-reg-ciap==
                             by   ==w-ciap-antes==.
      *>-> Bem com os valores novos aceitos nas janelas
       copy                       "CIAPREG.CPY"
           replacing              ==w-reg-ciap==
                             by   ==w-ciap-novo==.
      *>-> Campos de entrada da janela de dados (branco/zero mantém o atual)
       01  w-ent-descricao        pic is x(40)    value is spaces.
       01  w-ent-estabelecimento  pic is 9(04)    value is zeros.
       01  w-ent-documento        pic is 9(08)    value is zeros.
       01  w-ent-cadastro         pic is 9(06)    value is zeros.
       01  w-ent-data             pic is 9(08)    value is zeros.
       01  w-ent-data-partes      redefines w-ent-data.
           05 w-ent-data-ano      pic is 9(04).
           05 w-ent-data-mes      pic is 9(02).
           05 w-ent-data-dia      pic is 9(02).
       01  w-ent-valor            pic is 9(09)v99 value is zeros.
       01  w-ent-competencia      pic is 9(06)    value is zeros.
       01  w-ent-compet-partes    redefines w-ent-competencia.
           05 w-ent-compet-ano    pic is 9(04).
           05 w-ent-compet-mes    pic is 9(02).
       01  w-ent-motivo           pic is x(01)    value is space.
      *>-> Valor editado (vírgula decimal) para auditoria e telas
       01  w-valor-edit           pic is zzzzzzzz9,99 value is zeros.
      *>-> Campo alterado e valores antes/depois, para a linha de auditoria
       01  w-aud-campo            pic is x(08)    value is spaces.
       01  w-aud-antes            pic is x(20)    value is spaces.
       01  w-aud-depois           pic is x(20)    value is spaces.
      *>-> Linha de trilha de auditoria da manutenção, no mesmo formato
      *>-> de MANCAD (o código do bem vai no campo do código de cadastro,
      *>-> e o detalhe identifica o arquivo CIAP)
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
           PERFORM                PMNU-UM-CICLO UNTIL OPER-FIM.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->                 M A N U T E N Ç Ã O   D E   B E N S   E M   J A N E L A S                                 <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       MANUTENCAO-BENS            SECTION.
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
      *>-> Aceita a operação e o código do bem
                    PERFORM       PJAN-ACEOPER
                    IF OPER-FIM
                       EXIT       PERFORM
                    END-IF
                 WHEN 2
      *>-> Aceita os dados do bem, a baixa ou mostra o resumo
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
              WHEN OPER-BAIXA
                 PERFORM          PEXE-BAIXA
              WHEN OPER-CANCELA-BAIXA
                 PERFORM          PEXE-CANCELA-BAIXA
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 1: aceita a operação e o código até chegar a um par consistente.......................................<*
       PJAN-ACEOPER.
           SET                    JAN-AVANCA TO TRUE.
           SET                    OPER-INCONSISTENTE TO TRUE.
           PERFORM                PJAN-ACEITA-OPERACAO
                                   UNTIL OPER-CONSISTENTE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita uma tentativa de operação/código e critica contra o cadastro de bens e a situação do bem..............<*
       PJAN-ACEITA-OPERACAO.
           DISPLAY "OPERACAO (I=INCLUI A=ALTERA X=BAIXA"
                   " R=CANCELA BAIXA F=FIM): "
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
      *>-> permissões - a baixa usa a permissão de inativação e o
      *>-> cancelamento da baixa a de reativação
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE W-OPERACAO        TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "OPERACAO NAO PERMITIDA AO USUARIO"
              EXIT                PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO BEM: "
           ACCEPT  W-CODIGO-MANUT.
           IF W-CODIGO-MANUT = ZEROS
              DISPLAY "CODIGO OBRIGATORIO"
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                PJAN-LOCALIZA-BEM.
           EVALUATE               TRUE
              WHEN OPER-INCLUSAO AND BEM-ACHADO
                 DISPLAY "BEM JA EXISTE: " W-CODIGO-MANUT
              WHEN NOT OPER-INCLUSAO AND BEM-NAO-ACHADO
                 DISPLAY "BEM NAO ENCONTRADO: " W-CODIGO-MANUT
              WHEN OPER-BAIXA AND
                   NOT CIAP-EM-APROPRIACAO OF W-CIAP-ANTES
                 DISPLAY "SO BEM EM APROPRIACAO PODE SER BAIXADO - "
                         "SITUACAO " CIAP-SITUACAO OF W-CIAP-ANTES
              WHEN OPER-CANCELA-BAIXA AND
                   NOT CIAP-BAIXADO OF W-CIAP-ANTES
                 DISPLAY "BEM NAO ESTA BAIXADO: " W-CODIGO-MANUT
              WHEN OTHER
                 SET              OPER-CONSISTENTE TO TRUE
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza o bem pelo código e guarda a imagem "antes" para o antes/depois da auditoria........................<*
       PJAN-LOCALIZA-BEM.
           SET                    BEM-NAO-ACHADO TO TRUE.
           INITIALIZE             W-CIAP-ANTES.
           OPEN INPUT             F-CIAP.
           IF W-FS-CIAP = "35" OR "05"
              CLOSE               F-CIAP
           ELSE
              MOVE W-CODIGO-MANUT TO CIAP-CODIGO OF W-REG-CIAP
              READ                F-CIAP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET           BEM-ACHADO TO TRUE
                    MOVE W-REG-CIAP TO W-CIAP-ANTES
              END-READ
              CLOSE               F-CIAP
           END-IF.
      *>-> Parte dos valores atuais; a janela de dados altera por cima
           MOVE W-CIAP-ANTES      TO W-CIAP-NOVO.
           MOVE W-CODIGO-MANUT    TO CIAP-CODIGO OF W-CIAP-NOVO.
      *>-> Bem incluído nasce em apropriação, sem parcela apropriada
           IF OPER-INCLUSAO
              SET CIAP-EM-APROPRIACAO OF W-CIAP-NOVO TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 2: aceita os dados do bem (inclusão/alteração), os dados da baixa (baixa) ou mostra o resumo..........<*
      *>-> (cancelamento de baixa)......................................................................................<*
       PJAN-ACEDADOS.
           SET                    JAN-AVANCA TO TRUE.
           IF OPER-CANCELA-BAIXA
              DISPLAY "BEM " CIAP-CODIGO OF W-CIAP-ANTES " "
                      CIAP-DESCRICAO OF W-CIAP-ANTES
                      " BAIXADO EM " CIAP-DATA-BAIXA OF W-CIAP-ANTES
                      " MOTIVO " CIAP-MOTIVO-BAIXA OF W-CIAP-ANTES
              EXIT                PARAGRAPH
           END-IF.
           SET                    DADOS-INCONSISTENTES TO TRUE.
           IF OPER-BAIXA
              PERFORM             PJAN-ACEITA-BAIXA
                                   UNTIL DADOS-CONSISTENTES
           ELSE
              PERFORM             PJAN-ACEITA-DADOS
                                   UNTIL DADOS-CONSISTENTES
           END-IF.
           DISPLAY "AVANCAR OU RETORNAR P/ JANELA ANTERIOR (A/R): "
           ACCEPT  W-JAN-CONTROLE.
           IF JAN-RETORNA
              CONTINUE
           ELSE
              SET                 JAN-AVANCA TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita uma tentativa dos dados do bem e critica o resultado; bem com parcela já apropriada só aceita.........<*
      *>-> a descrição, porque os demais campos são a base das parcelas já postadas.....................................<*
       PJAN-ACEITA-DADOS.
           DISPLAY "DESCRICAO ATUAL " CIAP-DESCRICAO OF W-CIAP-NOVO
           DISPLAY "NOVA DESCRICAO (BRANCO=MANTEM): "
           ACCEPT  W-ENT-DESCRICAO.
           IF W-ENT-DESCRICAO NOT = SPACES
              MOVE W-ENT-DESCRICAO TO CIAP-DESCRICAO OF W-CIAP-NOVO
           END-IF.
           IF CIAP-DESCRICAO OF W-CIAP-NOVO = SPACES
              DISPLAY "DESCRICAO OBRIGATORIA"
              EXIT                PARAGRAPH
           END-IF.
           IF CIAP-QTD-PARCELAS OF W-CIAP-NOVO > ZEROS
              DISPLAY "BEM COM " CIAP-QTD-PARCELAS OF W-CIAP-NOVO
                      " PARCELA(S) APROPRIADA(S) - DEMAIS CAMPOS "
                      "NAO PODEM SER ALTERADOS"
              SET                 DADOS-CONSISTENTES TO TRUE
              EXIT                PARAGRAPH
           END-IF.
           DISPLAY "ESTABELECIMENTO ATUAL "
                   CIAP-ESTABELECIMENTO OF W-CIAP-NOVO
                   " (0=MANTEM): "
           ACCEPT  W-ENT-ESTABELECIMENTO.
           IF W-ENT-ESTABELECIMENTO NOT = ZEROS
              MOVE W-ENT-ESTABELECIMENTO
                TO CIAP-ESTABELECIMENTO OF W-CIAP-NOVO
           END-IF.
           DISPLAY "DOCUMENTO DE AQUISICAO ATUAL "
                   CIAP-DOCUMENTO OF W-CIAP-NOVO " (0=MANTEM): "
           ACCEPT  W-ENT-DOCUMENTO.
           IF W-ENT-DOCUMENTO NOT = ZEROS
              MOVE W-ENT-DOCUMENTO TO CIAP-DOCUMENTO OF W-CIAP-NOVO
           END-IF.
           DISPLAY "FORNECEDOR ATUAL " CIAP-CADASTRO OF W-CIAP-NOVO
                   " (0=MANTEM): "
           ACCEPT  W-ENT-CADASTRO.
           IF W-ENT-CADASTRO NOT = ZEROS
              MOVE W-ENT-CADASTRO TO CIAP-CADASTRO OF W-CIAP-NOVO
           END-IF.
           DISPLAY "DATA DE AQUISICAO ATUAL "
                   CIAP-DATA-AQUISICAO OF W-CIAP-NOVO
                   " (AAAAMMDD, 0=MANTEM): "
           ACCEPT  W-ENT-DATA.
           IF W-ENT-DATA NOT = ZEROS
              IF W-ENT-DATA-ANO = ZEROS OR
                 W-ENT-DATA-MES = ZEROS OR W-ENT-DATA-MES > 12 OR
                 W-ENT-DATA-DIA = ZEROS OR W-ENT-DATA-DIA > 31
                 DISPLAY "DATA INVALIDA (AAAAMMDD): " W-ENT-DATA
                 EXIT             PARAGRAPH
              END-IF
              MOVE W-ENT-DATA     TO CIAP-DATA-AQUISICAO OF W-CIAP-NOVO
           END-IF.
           MOVE CIAP-VALOR-ICMS OF W-CIAP-NOVO TO W-VALOR-EDIT.
           DISPLAY "ICMS DA AQUISICAO ATUAL " W-VALOR-EDIT
                   " (0=MANTEM): "
           ACCEPT  W-ENT-VALOR.
           IF W-ENT-VALOR NOT = ZEROS
              MOVE W-ENT-VALOR    TO CIAP-VALOR-ICMS OF W-CIAP-NOVO
           END-IF.
           DISPLAY "COMPETENCIA DA 1A PARCELA ATUAL "
                   CIAP-COMPET-INICIO OF W-CIAP-NOVO
                   " (AAAAMM, 0=MES DA AQUISICAO/MANTEM): "
           ACCEPT  W-ENT-COMPETENCIA.
           IF W-ENT-COMPETENCIA NOT = ZEROS
              IF W-ENT-COMPET-ANO = ZEROS OR
                 W-ENT-COMPET-MES = ZEROS OR W-ENT-COMPET-MES > 12
                 DISPLAY "COMPETENCIA INVALIDA (AAAAMM): "
                         W-ENT-COMPETENCIA
                 EXIT             PARAGRAPH
              END-IF
              MOVE W-ENT-COMPETENCIA
                TO CIAP-COMPET-INICIO OF W-CIAP-NOVO
           END-IF.
      *>-> Sem competência informada, a primeira parcela e a do mês de
      *>-> entrada do bem no estabelecimento
           IF CIAP-COMPET-INICIO OF W-CIAP-NOVO = ZEROS
              MOVE CIAP-DATA-AQUISICAO OF W-CIAP-NOVO(1:6)
                TO CIAP-COMPET-INICIO OF W-CIAP-NOVO
           END-IF.
           IF CIAP-DATA-AQUISICAO OF W-CIAP-NOVO = ZEROS
              DISPLAY "DATA DE AQUISICAO OBRIGATORIA"
              EXIT                PARAGRAPH
           END-IF.
           IF CIAP-DOCUMENTO OF W-CIAP-NOVO = ZEROS
              DISPLAY "DOCUMENTO DE AQUISICAO OBRIGATORIO"
              EXIT                PARAGRAPH
           END-IF.
           IF CIAP-VALOR-ICMS OF W-CIAP-NOVO = ZEROS
              DISPLAY "ICMS DA AQUISICAO NAO PODE SER ZERO"
              EXIT                PARAGRAPH
           END-IF.
           IF CIAP-COMPET-INICIO OF W-CIAP-NOVO <
              CIAP-DATA-AQUISICAO OF W-CIAP-NOVO(1:6)
              DISPLAY "1A PARCELA ANTERIOR A AQUISICAO"
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                PJAN-CONFERE-REFERENCIAS.
           IF REF-INVALIDA
              EXIT                PARAGRAPH
           END-IF.
           SET                    DADOS-CONSISTENTES TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere o estabelecimento (existente e ativo no mestre ESTABEL) e o fornecedor (existente no CADASTRO).......<*
       PJAN-CONFERE-REFERENCIAS.
           SET                    REF-INVALIDA TO TRUE.
           OPEN INPUT             F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              CLOSE               F-ESTABELECIMENTOS
              EXIT                PARAGRAPH
           END-IF.
           MOVE CIAP-ESTABELECIMENTO OF W-CIAP-NOVO TO EST-CODIGO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 DISPLAY "ESTABELECIMENTO NAO ENCONTRADO: " EST-CODIGO
                 CLOSE            F-ESTABELECIMENTOS
                 EXIT             PARAGRAPH
           END-READ.
           CLOSE                  F-ESTABELECIMENTOS.
           IF EST-INATIVO
              DISPLAY "ESTABELECIMENTO INATIVO: " EST-CODIGO
              EXIT                PARAGRAPH
           END-IF.
           OPEN INPUT             F-CADASTRO.
           IF W-FS-CADASTRO NOT = "00"
              DISPLAY "CADASTRO INDISPONIVEL - STATUS " W-FS-CADASTRO
              CLOSE               F-CADASTRO
              EXIT                PARAGRAPH
           END-IF.
           MOVE CIAP-CADASTRO OF W-CIAP-NOVO TO CAD-CODIGO.
           READ                   F-CADASTRO
              INVALID KEY
                 DISPLAY "FORNECEDOR NAO ENCONTRADO: " CAD-CODIGO
                 CLOSE            F-CADASTRO
                 EXIT             PARAGRAPH
           END-READ.
           CLOSE                  F-CADASTRO.
           SET                    REF-VALIDA TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita a data e o motivo da baixa: data válida, não anterior a aquisição, motivo V (venda/alienação) ou......<*
      *>-> P (perda, sucata ou perecimento).............................................................................<*
       PJAN-ACEITA-BAIXA.
           DISPLAY "DATA DA BAIXA (AAAAMMDD): "
           ACCEPT  W-ENT-DATA.
           IF W-ENT-DATA-ANO = ZEROS OR
              W-ENT-DATA-MES = ZEROS OR W-ENT-DATA-MES > 12 OR
              W-ENT-DATA-DIA = ZEROS OR W-ENT-DATA-DIA > 31
              DISPLAY "DATA INVALIDA (AAAAMMDD): " W-ENT-DATA
              EXIT                PARAGRAPH
           END-IF.
           IF W-ENT-DATA < CIAP-DATA-AQUISICAO OF W-CIAP-NOVO
              DISPLAY "BAIXA ANTERIOR A AQUISICAO"
              EXIT                PARAGRAPH
           END-IF.
      *>-> A parcela de uma competência já postada não é desfeita: a baixa
      *>-> vale da competência seguinte a última apropriada em diante
           IF W-ENT-DATA(1:6) NOT >
              CIAP-ULT-COMPETENCIA OF W-CIAP-NOVO
              DISPLAY "COMPETENCIA " CIAP-ULT-COMPETENCIA OF W-CIAP-NOVO
                      " JA APROPRIADA - BAIXA DEVE SER POSTERIOR"
              EXIT                PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO (V=VENDA/ALIENACAO P=PERDA/SUCATA): "
           ACCEPT  W-ENT-MOTIVO.
           MOVE W-ENT-MOTIVO      TO CIAP-MOTIVO-BAIXA OF W-CIAP-NOVO.
           IF NOT CIAP-BAIXA-VALIDA OF W-CIAP-NOVO
              DISPLAY "MOTIVO INVALIDO"
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-ENT-DATA        TO CIAP-DATA-BAIXA OF W-CIAP-NOVO.
           SET CIAP-BAIXADO OF W-CIAP-NOVO TO TRUE.
           SET                    DADOS-CONSISTENTES TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 3: confirma a operação ou registra o motivo da desistência............................................<*
       ROG-CONFIRMA.
           DISPLAY "CONFIRMA A OPERACAO " W-OPERACAO
                   " NO BEM " W-CODIGO-MANUT
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
      *>-> Inclui o bem novo no cadastro do CIAP, criando o arquivo na primeira inclusão................................<*
       PEXE-INCLUI.
           OPEN I-O               F-CIAP.
           IF W-FS-CIAP = "35"
              OPEN OUTPUT         F-CIAP
              CLOSE               F-CIAP
              OPEN I-O            F-CIAP
           END-IF.
      *>-> OPEN fora de 00/35 (dataset indisponível ou em uso) não pode
      *>-> seguir adiante: gravaria no vazio e auditaria uma inclusão
      *>-> que nunca chegou ao arquivo
           IF W-FS-CIAP NOT = "00"
              DISPLAY "CADASTRO CIAPBEM INDISPONIVEL - STATUS "
                      W-FS-CIAP
              CLOSE               F-CIAP
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-CIAP-NOVO       TO W-REG-CIAP.
           WRITE                  W-REG-CIAP
              INVALID KEY
                 DISPLAY "INCLUSAO REJEITADA PELO ARQUIVO: "
                         W-FS-CIAP
                 CLOSE            F-CIAP
                 EXIT             PARAGRAPH
           END-WRITE.
           CLOSE                  F-CIAP.
           MOVE CIAP-VALOR-ICMS OF W-CIAP-NOVO TO W-VALOR-EDIT.
           MOVE "INCLUSAO"        TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "CIAP "         DELIMITED SIZE
                  W-CODIGO-MANUT  DELIMITED SIZE
                  " EST "         DELIMITED SIZE
                  CIAP-ESTABELECIMENTO OF W-CIAP-NOVO
                                   DELIMITED SIZE
                  " DOC "         DELIMITED SIZE
                  CIAP-DOCUMENTO OF W-CIAP-NOVO
                                   DELIMITED SIZE
                  " ICMS "        DELIMITED SIZE
                  W-VALOR-EDIT    DELIMITED SIZE
                  " INI "         DELIMITED SIZE
                  CIAP-COMPET-INICIO OF W-CIAP-NOVO
                                   DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "INCLUSAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava o bem com os valores novos e audita cada campo alterado (antes/depois)...............................<*
       PEXE-ALTERA.
           PERFORM                PEXE-REGRAVA-BEM.
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "ALTERACAO"       TO LAUD-ACAO.
           PERFORM                PAUD-AUDITA-CAMPOS-ALTERADOS.
           DISPLAY "ALTERACAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Baixa o bem: a partir da competência da baixa APRCIA não apropria mais parcelas e o saldo fica cancelado.....<*
       PEXE-BAIXA.
           PERFORM                PEXE-REGRAVA-BEM.
      *>-> Só audita e anuncia a mudança que chegou ao arquivo
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "BAIXA"           TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "CIAP "         DELIMITED SIZE
                  W-CODIGO-MANUT  DELIMITED SIZE
                  " SITUACAO=A>B DATA " DELIMITED SIZE
                  CIAP-DATA-BAIXA OF W-CIAP-NOVO
                                   DELIMITED SIZE
                  " MOTIVO "      DELIMITED SIZE
                  CIAP-MOTIVO-BAIXA OF W-CIAP-NOVO
                                   DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "BAIXA EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Cancela a baixa lançada por engano: o bem volta a apropriação (APRCIA o conclui se as 48 parcelas............<*
      *>-> já venceram).................................................................................................<*
       PEXE-CANCELA-BAIXA.
           SET CIAP-EM-APROPRIACAO OF W-CIAP-NOVO TO TRUE.
           MOVE ZEROS             TO CIAP-DATA-BAIXA OF W-CIAP-NOVO.
           MOVE SPACE             TO CIAP-MOTIVO-BAIXA OF W-CIAP-NOVO.
           PERFORM                PEXE-REGRAVA-BEM.
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "CANCELA-BAIXA"   TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "CIAP "         DELIMITED SIZE
                  W-CODIGO-MANUT  DELIMITED SIZE
                  " SITUACAO=B>A BAIXA DE " DELIMITED SIZE
                  CIAP-DATA-BAIXA OF W-CIAP-ANTES
                                   DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "BAIXA CANCELADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava o bem corrente com a imagem nova; a leitura confirma que o bem ainda existe e que APRCIA não.........<*
      *>-> apropriou parcela entre a janela e a confirmação (contagem de parcelas igual a da imagem "antes")............<*
       PEXE-REGRAVA-BEM.
           SET                    REGRAVA-FALHOU TO TRUE.
           OPEN I-O               F-CIAP.
      *>-> OPEN fora de 00 não pode seguir adiante: o READ devolveria 47
      *>-> sem levantar INVALID KEY e a auditoria registraria uma
      *>-> mudança que nunca chegou ao arquivo
           IF W-FS-CIAP NOT = "00"
              DISPLAY "CADASTRO CIAPBEM INDISPONIVEL - STATUS "
                      W-FS-CIAP
              CLOSE               F-CIAP
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-CODIGO-MANUT    TO CIAP-CODIGO OF W-REG-CIAP.
           READ                   F-CIAP
              INVALID KEY
                 DISPLAY "BEM NAO ENCONTRADO: " W-CODIGO-MANUT
                 CLOSE            F-CIAP
                 EXIT             PARAGRAPH
           END-READ.
           IF CIAP-QTD-PARCELAS OF W-REG-CIAP NOT =
              CIAP-QTD-PARCELAS OF W-CIAP-ANTES
              DISPLAY "BEM APROPRIADO DURANTE A MANUTENCAO - "
                      "REFAZER A OPERACAO"
              CLOSE               F-CIAP
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-CIAP-NOVO       TO W-REG-CIAP.
           REWRITE                W-REG-CIAP.
           IF W-FS-CIAP NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO BEM " W-CODIGO-MANUT
                      " - STATUS " W-FS-CIAP
              CLOSE               F-CIAP
              EXIT                PARAGRAPH
           END-IF.
           CLOSE                  F-CIAP.
           SET                    REGRAVA-OK TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->                    T R I L H A   D E   A U D I T O R I A                                                  <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       AUDITORIA-MANUTENCAO       SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Compara campo a campo o antes e o depois da alteração e grava um registro de auditoria por campo alterado....<*
       PAUD-AUDITA-CAMPOS-ALTERADOS.
           IF CIAP-DESCRICAO OF W-CIAP-ANTES NOT =
              CIAP-DESCRICAO OF W-CIAP-NOVO
              MOVE "DESCRIC"      TO W-AUD-CAMPO
              MOVE CIAP-DESCRICAO OF W-CIAP-ANTES TO W-AUD-ANTES
              MOVE CIAP-DESCRICAO OF W-CIAP-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF CIAP-ESTABELECIMENTO OF W-CIAP-ANTES NOT =
              CIAP-ESTABELECIMENTO OF W-CIAP-NOVO
              MOVE "ESTAB"        TO W-AUD-CAMPO
              MOVE CIAP-ESTABELECIMENTO OF W-CIAP-ANTES TO W-AUD-ANTES
              MOVE CIAP-ESTABELECIMENTO OF W-CIAP-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF CIAP-DOCUMENTO OF W-CIAP-ANTES NOT =
              CIAP-DOCUMENTO OF W-CIAP-NOVO
              MOVE "DOCUM"        TO W-AUD-CAMPO
              MOVE CIAP-DOCUMENTO OF W-CIAP-ANTES TO W-AUD-ANTES
              MOVE CIAP-DOCUMENTO OF W-CIAP-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF CIAP-CADASTRO OF W-CIAP-ANTES NOT =
              CIAP-CADASTRO OF W-CIAP-NOVO
              MOVE "FORNEC"       TO W-AUD-CAMPO
              MOVE CIAP-CADASTRO OF W-CIAP-ANTES TO W-AUD-ANTES
              MOVE CIAP-CADASTRO OF W-CIAP-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF CIAP-DATA-AQUISICAO OF W-CIAP-ANTES NOT =
              CIAP-DATA-AQUISICAO OF W-CIAP-NOVO
              MOVE "AQUISIC"      TO W-AUD-CAMPO
              MOVE CIAP-DATA-AQUISICAO OF W-CIAP-ANTES TO W-AUD-ANTES
              MOVE CIAP-DATA-AQUISICAO OF W-CIAP-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF CIAP-VALOR-ICMS OF W-CIAP-ANTES NOT =
              CIAP-VALOR-ICMS OF W-CIAP-NOVO
              MOVE "ICMS"         TO W-AUD-CAMPO
              MOVE CIAP-VALOR-ICMS OF W-CIAP-ANTES TO W-VALOR-EDIT
              MOVE W-VALOR-EDIT   TO W-AUD-ANTES
              MOVE CIAP-VALOR-ICMS OF W-CIAP-NOVO  TO W-VALOR-EDIT
              MOVE W-VALOR-EDIT   TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF CIAP-COMPET-INICIO OF W-CIAP-ANTES NOT =
              CIAP-COMPET-INICIO OF W-CIAP-NOVO
              MOVE "INICIO"       TO W-AUD-CAMPO
              MOVE CIAP-COMPET-INICIO OF W-CIAP-ANTES TO W-AUD-ANTES
              MOVE CIAP-COMPET-INICIO OF W-CIAP-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta o detalhe chave + campo=antes>depois e grava...........................................................<*
       PAUD-AUDITA-UM-CAMPO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "CIAP "         DELIMITED SIZE
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
      *>-> Monta e grava uma linha de auditoria (quem, quando, qual bem, o que).........................................<*
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
