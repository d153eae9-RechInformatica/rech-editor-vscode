      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      M A N U T E N Ç Ã O   D O   P A G A M E N T O   D A S   G U I A S   D E   I C M S   ( G A R E )      <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                MANGAR.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: manutenção em janelas do pagamento das guias de
      *>->                              recolhimento geradas por GERGAR (GAREICM, chave competência) -
      *>->                              registra data, valor e autenticação bancária do pagamento, ou
      *>->                              estorna um pagamento digitado errado, nas mesmas convenções de
      *>->                              navegação e confirmação de MANUFA, sob a verificação de
      *>->                              permissão de VERSEG e com trilha de auditoria em AUDCAD.LOG
      *>->                              (antes/depois de cada campo alterado); a situação da guia passa
      *>->                              a quitada ou paga em parte contra principal mais encargos já
      *>->                              calculados, e ENCGAR recalcula os encargos na próxima execução
      *>-> 15/10/2026  equipe fiscal    Regravação só dá o pagamento/estorno por efetivado quando o
      *>->                              REWRITE devolve 00, e recusa a guia alterada por outro processo
      *>->                              (ENCGAR, outra estação) entre a janela e a confirmação
      *>-> 15/10/2026  equipe fiscal    Guia localizada por estabelecimento + competência (GAREICM passou
      *>->                              a ter uma guia por estabelecimento): o estabelecimento é pedido
      *>->                              na primeira janela (zero = matriz 0001) e sai com a competência
      *>->                              nas mensagens e no detalhe da auditoria
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Guias de recolhimento, as mesmas geradas por GERGAR
           select f-guias
                  assign to      "GAREICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is gare-chave
                  file status    is w-fs-gare.
      *>-> Trilha de auditoria, a mesma de SRICAD, MANCAD e MANUFA
           select f-auditoria
                  assign to      "AUDCAD.LOG"
                  organization   is line sequential
                  file status    is w-fs-auditoria.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-guias.
       copy                       "GAREICM.CPY".
       fd  f-auditoria.
       01  reg-auditoria          pic is x(160).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "MANGAR".
      *>-> Status dos arquivos
       01  w-fs-gare              pic is x(02)    value is spaces.
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
           88 oper-alteracao                      value is "A".
           88 oper-exclusao                        value "X".
           88 oper-fim                             value "F".
           88 oper-conhecida                      value is "A" "X" "F".
      *>-> Consistência da primeira janela (operação x situação da guia)
       01  w-oper-consistencia    pic is x(01)    value is "N".
           88 oper-consistente                    value is "S".
           88 oper-inconsistente                   value "N".
      *>-> Estabelecimento assumido quando a janela não traz o código
       78  w78-estab-matriz                       value is 1.
      *>-> Guia em manutenção: estabelecimento e competência, na forma
      *>-> eeee/aaaamm das mensagens e da auditoria
       01  w-guia-manut.
           05 w-estab-manut       pic is 9(04)    value is zeros.
           05 filler              pic is x(01)    value is "/".
           05 w-compet-manut      pic is 9(06)    value is zeros.
           05 w-compet-manut-partes redefines w-compet-manut.
              10 w-cpm-ano        pic is 9(04).
              10 w-cpm-mes        pic is 9(02).
      *>-> Consistência da janela de dados (data, valor e autenticação)
       01  w-dados-situacao       pic is x(01)    value is "N".
           88 dados-consistentes                  value is "S".
           88 dados-inconsistentes                 value "N".
      *>-> Resultado da localização da guia pela chave
       01  w-busca-situacao       pic is x(01)    value is "N".
           88 guia-achada                         value is "S".
           88 guia-nao-achada                      value "N".
      *>-> Resultado da regravação da guia (pagamento/estorno), para só
      *>-> auditar a mudança que chegou ao arquivo
       01  w-regrava-situacao     pic is x(01)    value is "N".
           88 regrava-ok                          value is "S".
           88 regrava-falhou                       value "N".
      *>-> Imagem da guia antes da manutenção, para o antes/depois
       copy                       "GAREICM.CPY"
           replacing              ==w-reg-gare==
                             by   ==w-gare-antes==.
      *>-> Guia com os valores novos aceitos nas janelas
       copy                       "GAREICM.CPY"
           replacing              ==w-reg-gare==
                             by   ==w-gare-novo==.
      *>-> Campos de entrada da janela de dados (zero/branco mantém o atual)
       01  w-ent-data-pagamento   pic is 9(08)    value is zeros.
       01  w-ent-data-partes      redefines w-ent-data-pagamento.
           05 w-ent-pag-ano       pic is 9(04).
           05 w-ent-pag-mes       pic is 9(02).
           05 w-ent-pag-dia       pic is 9(02).
       01  w-ent-valor-pago       pic is 9(11)v99 value is zeros.
       01  w-ent-autenticacao     pic is x(30)    value is spaces.
      *>-> Principal mais encargos já calculados, para a situação da guia
       01  w-total-devido         pic is 9(11)v99 value is zeros comp-3.
      *>-> Valor editado (vírgula decimal) para auditoria e telas
       01  w-valor-edit           pic is zzzzzzzzzz9,99 value is zeros.
      *>-> Valor sem supressão de zeros, para o antes/depois da auditoria
      *>-> (o detalhe e montado com DELIMITED BY espaços)
       01  w-valor-aud            pic is 9(11),99 value is zeros.
      *>-> Campo alterado e valores antes/depois, para a linha de auditoria
       01  w-aud-campo            pic is x(08)    value is spaces.
       01  w-aud-antes            pic is x(30)    value is spaces.
       01  w-aud-depois           pic is x(30)    value is spaces.
      *>-> Linha de trilha de auditoria da manutenção, no mesmo formato
      *>-> de MANCAD (código de cadastro zerado: estabelecimento e
      *>-> competência da guia saem no detalhe)
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
       MANG-PRINCIPAL             SECTION.
       PMNG-INICIO.
      *>-> Verificação de acesso ao programa (VERSEG grava a negativa)
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE "C"               TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "ACESSO NEGADO A " W78-NOMPRG
              STOP RUN
           END-IF.
           PERFORM                PMNG-UM-CICLO UNTIL OPER-FIM.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->            M A N U T E N Ç Ã O   D E   P A G A M E N T O S   E M   J A N E L A S                          <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       MANUTENCAO-PAGAMENTOS      SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Um ciclo completo de manutenção: janelas de operação, dados e confirmação, e a efetivação....................<*
       PMNG-UM-CICLO.
           MOVE 1                 TO W-INDJAN.
           SET     CNF-NAO   TO   TRUE.
           MOVE SPACES            TO W-CNF-MOTIVO
                                     W-CNF-MOTIVO-DESC.
      *>-> Laco de navegação entre as janelas
           PERFORM                UNTIL EXIT
      *>-> Avalia a janela que deve ser aceita
              EVALUATE            W-INDJAN
                 WHEN 1
      *>-> Aceita a operação, o estabelecimento e a competência da guia
                    PERFORM       PJNG-ACEOPER
                    IF OPER-FIM
                       EXIT       PERFORM
                    END-IF
                 WHEN 2
      *>-> Aceita os dados do pagamento (ou mostra o resumo, p/ X)
                    PERFORM       PJNG-ACEDADOS
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
              PERFORM             PMNG-AUDITA-DESISTENCIA
              EXIT                PARAGRAPH
           END-IF.
      *>-> Efetiva a operação confirmada
           EVALUATE               TRUE
              WHEN OPER-ALTERACAO
                 PERFORM          PEXG-REGISTRA-PAGAMENTO
              WHEN OPER-EXCLUSAO
                 PERFORM          PEXG-ESTORNA-PAGAMENTO
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 1: aceita a operação e a guia (estabelecimento e competência) até um par consistente..................<*
       PJNG-ACEOPER.
           SET                    JAN-AVANCA TO TRUE.
           SET                    OPER-INCONSISTENTE TO TRUE.
           PERFORM                PJNG-ACEITA-OPERACAO
                                   UNTIL OPER-CONSISTENTE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita uma tentativa de operação/competência e critica contra o arquivo de guias.............................<*
       PJNG-ACEITA-OPERACAO.
           DISPLAY "OPERACAO (A=REGISTRA PAGAMENTO X=ESTORNA PAGAMENTO "
                   "F=FIM): "
           ACCEPT  W-OPERACAO.
           IF NOT OPER-CONHECIDA
              DISPLAY "OPERACAO INVALIDA"
              EXIT                PARAGRAPH
           END-IF.
           IF OPER-FIM
              SET                 OPER-CONSISTENTE TO TRUE
              EXIT                PARAGRAPH
           END-IF.
      *>-> Verificação da operação escolhida (A/X) no mestre de
      *>-> permissões
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE W-OPERACAO        TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "OPERACAO NAO PERMITIDA AO USUARIO"
              EXIT                PARAGRAPH
           END-IF.
           DISPLAY "ESTABELECIMENTO DA GUIA (0=MATRIZ 0001): "
           MOVE ZEROS             TO W-ESTAB-MANUT.
           ACCEPT  W-ESTAB-MANUT.
           IF W-ESTAB-MANUT = ZEROS
              MOVE W78-ESTAB-MATRIZ TO W-ESTAB-MANUT
           END-IF.
           DISPLAY "COMPETENCIA DA GUIA (AAAAMM): "
           ACCEPT  W-COMPET-MANUT.
           IF W-CPM-ANO = ZEROS OR
              W-CPM-MES = ZEROS OR W-CPM-MES > 12
              DISPLAY "COMPETENCIA INVALIDA (AAAAMM): " W-COMPET-MANUT
              EXIT                PARAGRAPH
           END-IF.
           PERFORM                PJNG-LOCALIZA-GUIA.
           EVALUATE               TRUE
              WHEN GUIA-NAO-ACHADA
                 DISPLAY "GUIA NAO ENCONTRADA: " W-GUIA-MANUT
              WHEN GARE-CANCELADA OF W-GARE-ANTES
                 DISPLAY "GUIA CANCELADA: " W-GUIA-MANUT
              WHEN OPER-EXCLUSAO AND
                   GARE-VALOR-PAGO OF W-GARE-ANTES = ZEROS
                 DISPLAY "GUIA SEM PAGAMENTO REGISTRADO: "
                         W-GUIA-MANUT
              WHEN OTHER
                 SET              OPER-CONSISTENTE TO TRUE
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza a guia (estabelecimento e competência) e guarda a imagem "antes" para a auditoria...................<*
       PJNG-LOCALIZA-GUIA.
           SET                    GUIA-NAO-ACHADA TO TRUE.
           INITIALIZE             W-GARE-ANTES.
           OPEN INPUT             F-GUIAS.
           IF W-FS-GARE = "35" OR "05"
              CLOSE               F-GUIAS
           ELSE
              MOVE W-ESTAB-MANUT  TO GARE-ESTAB OF W-REG-GARE
              MOVE W-COMPET-MANUT TO GARE-COMPETENCIA OF W-REG-GARE
              READ                F-GUIAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET           GUIA-ACHADA TO TRUE
                    MOVE W-REG-GARE TO W-GARE-ANTES
              END-READ
              CLOSE               F-GUIAS
           END-IF.
      *>-> Parte dos valores atuais; a janela de dados altera por cima
           MOVE W-GARE-ANTES      TO W-GARE-NOVO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 2: aceita data, valor e autenticação até um pagamento válido, ou mostra o resumo (estorno)............<*
       PJNG-ACEDADOS.
           SET                    JAN-AVANCA TO TRUE.
           MOVE GARE-VALOR-PRINCIPAL OF W-GARE-ANTES TO W-VALOR-EDIT.
           DISPLAY "GUIA " W-GUIA-MANUT
                   " VENCIMENTO " GARE-DATA-VENCIMENTO OF W-GARE-ANTES
                   " PRINCIPAL " W-VALOR-EDIT
                   " SITUACAO " GARE-SITUACAO OF W-GARE-ANTES.
           IF OPER-EXCLUSAO
              MOVE GARE-VALOR-PAGO OF W-GARE-ANTES TO W-VALOR-EDIT
              DISPLAY "PAGAMENTO EM "
                      GARE-DATA-PAGAMENTO OF W-GARE-ANTES
                      " VALOR " W-VALOR-EDIT
                      " AUTENTICACAO " GARE-AUTENTICACAO OF W-GARE-ANTES
              EXIT                PARAGRAPH
           END-IF.
           SET                    DADOS-INCONSISTENTES TO TRUE.
           PERFORM                PJNG-ACEITA-DADOS
                                   UNTIL DADOS-CONSISTENTES.
           DISPLAY "AVANCAR OU RETORNAR P/ JANELA ANTERIOR (A/R): "
           ACCEPT  W-JAN-CONTROLE.
           IF JAN-RETORNA
              CONTINUE
           ELSE
              SET                 JAN-AVANCA TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita uma tentativa de data/valor/autenticação e critica o resultado: o pagamento não pode ficar sem........<*
      *>-> data válida, sem valor nem sem autenticação (na primeira digitação a imagem parte zerada)....................<*
       PJNG-ACEITA-DADOS.
           DISPLAY "DATA DO PAGAMENTO ATUAL "
                   GARE-DATA-PAGAMENTO OF W-GARE-NOVO
                   " (AAAAMMDD 0=MANTEM): "
           MOVE ZEROS             TO W-ENT-DATA-PAGAMENTO.
           ACCEPT  W-ENT-DATA-PAGAMENTO.
           IF W-ENT-DATA-PAGAMENTO NOT = ZEROS
              IF W-ENT-PAG-ANO = ZEROS              OR
                 W-ENT-PAG-MES = ZEROS OR W-ENT-PAG-MES > 12 OR
                 W-ENT-PAG-DIA = ZEROS OR W-ENT-PAG-DIA > 31
                 DISPLAY "DATA INVALIDA (AAAAMMDD): "
                         W-ENT-DATA-PAGAMENTO
                 EXIT             PARAGRAPH
              END-IF
              MOVE W-ENT-DATA-PAGAMENTO
                TO GARE-DATA-PAGAMENTO OF W-GARE-NOVO
           END-IF.
           MOVE GARE-VALOR-PAGO OF W-GARE-NOVO TO W-VALOR-EDIT.
           DISPLAY "VALOR PAGO ATUAL " W-VALOR-EDIT " (0=MANTEM): "
           MOVE ZEROS             TO W-ENT-VALOR-PAGO.
           ACCEPT  W-ENT-VALOR-PAGO.
           IF W-ENT-VALOR-PAGO NOT = ZEROS
              MOVE W-ENT-VALOR-PAGO TO GARE-VALOR-PAGO OF W-GARE-NOVO
           END-IF.
           DISPLAY "AUTENTICACAO ATUAL "
                   GARE-AUTENTICACAO OF W-GARE-NOVO
                   " (BRANCO=MANTEM): "
           MOVE SPACES            TO W-ENT-AUTENTICACAO.
           ACCEPT  W-ENT-AUTENTICACAO.
           IF W-ENT-AUTENTICACAO NOT = SPACES
              MOVE W-ENT-AUTENTICACAO
                TO GARE-AUTENTICACAO OF W-GARE-NOVO
           END-IF.
           IF GARE-DATA-PAGAMENTO OF W-GARE-NOVO = ZEROS
              DISPLAY "DATA DO PAGAMENTO OBRIGATORIA"
              EXIT                PARAGRAPH
           END-IF.
           IF GARE-VALOR-PAGO OF W-GARE-NOVO = ZEROS
              DISPLAY "VALOR PAGO NAO PODE SER ZERO"
              EXIT                PARAGRAPH
           END-IF.
           IF GARE-AUTENTICACAO OF W-GARE-NOVO = SPACES
              DISPLAY "AUTENTICACAO BANCARIA OBRIGATORIA"
              EXIT                PARAGRAPH
           END-IF.
           SET                    DADOS-CONSISTENTES TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 3: confirma a operação ou registra o motivo da desistência............................................<*
       ROG-CONFIRMA.
           DISPLAY "CONFIRMA A OPERACAO " W-OPERACAO
                   " NA GUIA " W-GUIA-MANUT
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
      *>-> Regrava a guia com o pagamento aceito, reavalia a situação e audita cada campo alterado (antes/depois).......<*
       PEXG-REGISTRA-PAGAMENTO.
           PERFORM                PEXG-REAVALIA-SITUACAO.
           PERFORM                PEXG-REGRAVA-GUIA.
      *>-> Só audita e anuncia a mudança que chegou ao arquivo
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "PAGAMENTO"       TO LAUD-ACAO.
           PERFORM                PAUG-AUDITA-CAMPOS-ALTERADOS.
           DISPLAY "PAGAMENTO REGISTRADO: " W-GUIA-MANUT
                   " SITUACAO " GARE-SITUACAO OF W-GARE-NOVO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Limpa o pagamento digitado errado e devolve a guia a aberta (encargos recalculados por ENCGAR)...............<*
       PEXG-ESTORNA-PAGAMENTO.
           MOVE ZEROS             TO GARE-DATA-PAGAMENTO OF W-GARE-NOVO
                                     GARE-VALOR-PAGO OF W-GARE-NOVO.
           MOVE SPACES            TO GARE-AUTENTICACAO OF W-GARE-NOVO.
           PERFORM                PEXG-REAVALIA-SITUACAO.
           PERFORM                PEXG-REGRAVA-GUIA.
      *>-> Só audita e anuncia a mudança que chegou ao arquivo
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "ESTORNO-PAGAMENTO" TO LAUD-ACAO.
           PERFORM                PAUG-AUDITA-CAMPOS-ALTERADOS.
           DISPLAY "PAGAMENTO ESTORNADO: " W-GUIA-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Reavalia a situação e o saldo devedor da guia: principal mais encargos ja calculados contra o valor pago.....<*
       PEXG-REAVALIA-SITUACAO.
           COMPUTE W-TOTAL-DEVIDO = GARE-VALOR-PRINCIPAL OF W-GARE-NOVO
                                  + GARE-VALOR-MULTA OF W-GARE-NOVO
                                  + GARE-VALOR-JUROS OF W-GARE-NOVO.
           EVALUATE               TRUE
              WHEN GARE-VALOR-PAGO OF W-GARE-NOVO = ZEROS
                 SET              GARE-ABERTA OF W-GARE-NOVO TO TRUE
                 MOVE W-TOTAL-DEVIDO
                   TO GARE-SALDO-DEVEDOR OF W-GARE-NOVO
              WHEN GARE-VALOR-PAGO OF W-GARE-NOVO < W-TOTAL-DEVIDO
                 SET              GARE-PARCIAL OF W-GARE-NOVO TO TRUE
                 COMPUTE GARE-SALDO-DEVEDOR OF W-GARE-NOVO =
                         W-TOTAL-DEVIDO - GARE-VALOR-PAGO OF W-GARE-NOVO
              WHEN OTHER
                 SET              GARE-QUITADA OF W-GARE-NOVO TO TRUE
                 MOVE ZEROS       TO GARE-SALDO-DEVEDOR OF W-GARE-NOVO
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Relê a guia e a regrava com a imagem nova; a leitura confirma que a guia ainda existe e que nada a alterou...<*
      *>-> entre a janela e a confirmação (ENCGAR, outra estação), senão a imagem nova desfaria a outra alteração.......<*
       PEXG-REGRAVA-GUIA.
           SET                    REGRAVA-FALHOU TO TRUE.
           OPEN I-O               F-GUIAS.
      *>-> OPEN fora de 00 não pode seguir adiante: o READ devolveria 47
      *>-> sem levantar INVALID KEY e a auditoria registraria um
      *>-> pagamento que nunca chegou ao arquivo
           IF W-FS-GARE NOT = "00"
              DISPLAY "ARQUIVO DE GUIAS GAREICM INDISPONIVEL - STATUS "
                      W-FS-GARE
              CLOSE               F-GUIAS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-ESTAB-MANUT     TO GARE-ESTAB OF W-REG-GARE.
           MOVE W-COMPET-MANUT    TO GARE-COMPETENCIA OF W-REG-GARE.
           READ                   F-GUIAS
              INVALID KEY
                 DISPLAY "GUIA NAO ENCONTRADA: " W-GUIA-MANUT
                 CLOSE            F-GUIAS
                 EXIT             PARAGRAPH
           END-READ.
           IF W-REG-GARE NOT = W-GARE-ANTES
              DISPLAY "GUIA ALTERADA DURANTE A MANUTENCAO - "
                      "REFAZER A OPERACAO"
              CLOSE               F-GUIAS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-GARE-NOVO       TO W-REG-GARE.
           REWRITE                W-REG-GARE.
           IF W-FS-GARE NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DA GUIA " W-GUIA-MANUT
                      " - STATUS " W-FS-GARE
              CLOSE               F-GUIAS
              EXIT                PARAGRAPH
           END-IF.
           CLOSE                  F-GUIAS.
           SET                    REGRAVA-OK TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->                    T R I L H A   D E   A U D I T O R I A                                                  <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       AUDITORIA-MANUTENCAO       SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Compara campo a campo o antes e o depois da operação e grava um registro de auditoria por campo alterado.....<*
       PAUG-AUDITA-CAMPOS-ALTERADOS.
           IF GARE-DATA-PAGAMENTO OF W-GARE-ANTES NOT =
              GARE-DATA-PAGAMENTO OF W-GARE-NOVO
              MOVE "DATAPAG"      TO W-AUD-CAMPO
              MOVE GARE-DATA-PAGAMENTO OF W-GARE-ANTES TO W-AUD-ANTES
              MOVE GARE-DATA-PAGAMENTO OF W-GARE-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUG-AUDITA-UM-CAMPO
           END-IF.
           IF GARE-VALOR-PAGO OF W-GARE-ANTES NOT =
              GARE-VALOR-PAGO OF W-GARE-NOVO
              MOVE "VALORPAG"     TO W-AUD-CAMPO
              MOVE GARE-VALOR-PAGO OF W-GARE-ANTES TO W-VALOR-AUD
              MOVE W-VALOR-AUD    TO W-AUD-ANTES
              MOVE GARE-VALOR-PAGO OF W-GARE-NOVO  TO W-VALOR-AUD
              MOVE W-VALOR-AUD    TO W-AUD-DEPOIS
              PERFORM             PAUG-AUDITA-UM-CAMPO
           END-IF.
           IF GARE-AUTENTICACAO OF W-GARE-ANTES NOT =
              GARE-AUTENTICACAO OF W-GARE-NOVO
              MOVE "AUTENTIC"     TO W-AUD-CAMPO
              MOVE GARE-AUTENTICACAO OF W-GARE-ANTES TO W-AUD-ANTES
              MOVE GARE-AUTENTICACAO OF W-GARE-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUG-AUDITA-UM-CAMPO
           END-IF.
           IF GARE-SITUACAO OF W-GARE-ANTES NOT =
              GARE-SITUACAO OF W-GARE-NOVO
              MOVE "SITUACAO"     TO W-AUD-CAMPO
              MOVE GARE-SITUACAO OF W-GARE-ANTES TO W-AUD-ANTES
              MOVE GARE-SITUACAO OF W-GARE-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUG-AUDITA-UM-CAMPO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta o detalhe guia + campo=antes>depois e grava............................................................<*
       PAUG-AUDITA-UM-CAMPO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "GARE "         DELIMITED SIZE
                  W-GUIA-MANUT    DELIMITED SIZE
                  " "             DELIMITED SIZE
                  W-AUD-CAMPO     DELIMITED BY "  "
                  "="             DELIMITED SIZE
                  W-AUD-ANTES     DELIMITED BY "  "
                  ">"             DELIMITED SIZE
                  W-AUD-DEPOIS    DELIMITED BY "  "
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUG-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava auditoria quando o usuário desiste da operação, incluindo o motivo de ROGC-ACEITA-MOTIVO...............<*
       PMNG-AUDITA-DESISTENCIA.
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
           PERFORM                PAUG-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta e grava uma linha de auditoria (quem, quando, qual guia, o que)........................................<*
       PAUG-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO LAUD-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO LAUD-HORA.
           ACCEPT LAUD-USUARIO FROM USER NAME.
           MOVE ZEROS             TO LAUD-CODIGO-CAD.
           MOVE SPACES            TO REG-AUDITORIA.
           MOVE W-LINHA-AUDITORIA TO REG-AUDITORIA.
           OPEN EXTEND            F-AUDITORIA.
           IF W-FS-AUDITORIA = "35" OR "05"
              OPEN OUTPUT         F-AUDITORIA
           END-IF.
           WRITE                  REG-AUDITORIA.
           CLOSE                  F-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
