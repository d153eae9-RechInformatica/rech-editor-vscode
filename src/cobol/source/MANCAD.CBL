      *>->                              entrada do programa e na seleção de operação: o operador sem
      *>->                              permissão para a operação escolhida e barrado antes das janelas
      *>->                              de dados, e a tentativa negada fica em AUDCAD.LOG
      *>-> 15/10/2026  equipe cadastro  Incluído o indicador de contribuinte do ICMS (S/N) na janela de
      *>->                              dados, base do cálculo do DIFAL pela CALICM nas vendas
      *>->                              interestaduais a não contribuinte: na inclusão em branco assume
      *>->                              o padrão do tipo (cliente = N, fornecedor = S); o indicador
      *>->                              alterado entrou no antes/depois da auditoria
      *>-> 15/10/2026  equipe cadastro  Incluída a operação L (liberação federal): o supervisor libera
      *>->                              para lançamento em LANICM/CREICM o cadastro com o CNPJ irregular
      *>->                              na Receita Federal (situação gravada por CRGRFB), informando o
      *>->                              motivo; a permissão é conferida no USUPERM pelo programa LIBCAD,
      *>->                              operação A, e a liberação vai para AUDCAD.LOG com o motivo - vale
      *>->                              para a situação vigente e cai na carga que trouxer outra
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "MANCAD".
      *>-> Programa do mestre de permissões que autoriza a liberação
      *>-> federal (operação A): só os supervisores o recebem no USUPERM
       78  w78-prg-liberacao                      value is "LIBCAD".
      *>-> Status dos arquivos
       01  w-fs-cadastro          pic is x(02)    value is spaces.
       01  w-fs-municipios        pic is x(02)    value is spaces.
           88 oper-alteracao                       value "A".
           88 oper-inativacao                      value "X".
           88 oper-reativacao                      value "R".
           88 oper-liberacao                       value "L".
           88 oper-fim                             value "F".
           88 oper-conhecida                      value is "I" "A"
                                                   "X" "R" "L" "F".
      *>-> Consistência da primeira janela (operação x existência do código)
       01  w-oper-consistencia    pic is x(01)    value is "N".
           88 oper-consistente                    value is "S".
       01  w-ent-endereco         pic is x(40)    value is spaces.
       01  w-ent-cep              pic is 9(08)    value is zeros.
       01  w-ent-municipio        pic is 9(07)    value is zeros.
       01  w-ent-contribuinte     pic is x(01)    value is space.
      *>-> Motivo da liberação federal, obrigatório na operação L
       01  w-motivo-liberacao     pic is x(40)    value is spaces.
      *>-> Resultado da crítica do município digitado contra o mestre
       01  w-mun-situacao         pic is x(01)    value is "S".
           88 mun-aceito                          value is "S".
                 PERFORM          PEXE-INATIVA
              WHEN OPER-REATIVACAO
                 PERFORM          PEXE-REATIVA
              WHEN OPER-LIBERACAO
                 PERFORM          PEXE-LIBERA
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 1: aceita a operação e o código até chegar a um par consistente.......................................<*
      *>-> Aceita uma tentativa de operação/código e critica contra o arquivo............................................<*
       PJAN-ACEITA-OPERACAO.
           DISPLAY "OPERACAO (I=INCLUI A=ALTERA X=INATIVA R=REATIVA"
                   " L=LIBERA F=FIM): "
           ACCEPT  W-OPERACAO.
           IF NOT OPER-CONHECIDA
              DISPLAY "OPERACAO INVALIDA"
              EXIT                PARAGRAPH
           END-IF.
      *>-> Verificação da operação escolhida (I/A/X/R) no mestre de
      *>-> permissões - p.ex. alteração liberada e inativação não; a
      *>-> liberação federal (L) exige a alteração no programa LIBCAD
           IF OPER-LIBERACAO
              MOVE W78-PRG-LIBERACAO TO LK-SEG-PROGRAMA
              MOVE "A"            TO LK-SEG-OPERACAO
           ELSE
              MOVE W78-NOMPRG     TO LK-SEG-PROGRAMA
              MOVE W-OPERACAO     TO LK-SEG-OPERACAO
           END-IF.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "OPERACAO NAO PERMITIDA AO USUARIO"
      *>-> Janela 2: aceita os dados do cadastro (inclusão/alteração) ou mostra o resumo (inativação/reativação)........<*
       PJAN-ACEDADOS.
           SET                    JAN-AVANCA TO TRUE.
           IF OPER-LIBERACAO
              PERFORM             PJAN-ACELIBERACAO
              EXIT                PARAGRAPH
           END-IF.
           IF OPER-INATIVACAO OR OPER-REATIVACAO
              DISPLAY "CADASTRO " CAD-CODIGO   OF W-CAD-ANTES " "
                      CAD-NOME     OF W-CAD-ANTES " SITUACAO "
           IF W-ENT-CEP NOT = ZEROS
              MOVE W-ENT-CEP      TO CAD-CEP OF W-CAD-NOVO
           END-IF.
           DISPLAY "CONTRIBUINTE ICMS ATUAL "
                   CAD-CONTRIBUINTE-ICMS OF W-CAD-NOVO
                   " (S=SIM N=NAO BRANCO=MANTEM): "
           ACCEPT  W-ENT-CONTRIBUINTE.
           IF W-ENT-CONTRIBUINTE = "S" OR "N"
              MOVE W-ENT-CONTRIBUINTE
                TO CAD-CONTRIBUINTE-ICMS OF W-CAD-NOVO
           END-IF.
      *>-> Sem indicador válido (inclusão em branco) assume o padrão do
      *>-> tipo: cliente pessoa física é consumidor final não
      *>-> contribuinte, fornecedor é contribuinte
           IF NOT CAD-CONTRIBUINTE-VALIDO OF W-CAD-NOVO
              IF CAD-TIPO-CLIENTE OF W-CAD-NOVO
                 SET CAD-NAO-CONTRIBUINTE OF W-CAD-NOVO TO TRUE
              ELSE
                 SET CAD-CONTRIBUINTE OF W-CAD-NOVO TO TRUE
              END-IF
           END-IF.
      *>-> Cadastro incluído nasce ativo
           IF OPER-INCLUSAO
              SET CAD-ATIVO OF W-CAD-NOVO TO TRUE
              SET                 JAN-AVANCA TO TRUE
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Janela 2 da liberação federal: mostra a situação na Receita e a liberação vigente e, havendo bloqueio,.......<*
      *>-> aceita o motivo obrigatório da liberação.....................................................................<*
       PJAN-ACELIBERACAO.
           DISPLAY "CADASTRO " CAD-CODIGO   OF W-CAD-ANTES " "
                   CAD-NOME     OF W-CAD-ANTES " SITUACAO "
                   CAD-SITUACAO OF W-CAD-ANTES
           DISPLAY "SITUACAO NA RECEITA "
                   CAD-SITUACAO-FEDERAL OF W-CAD-ANTES
                   " DESDE " CAD-DATA-SIT-FEDERAL OF W-CAD-ANTES
                   " (A=ATIVA S=SUSPENSA I=INAPTA B=BAIXADA N=NULA)"
           IF CAD-FEDERAL-LIBERADO OF W-CAD-ANTES
              DISPLAY "LIBERADO EM " CAD-DATA-LIBERACAO OF W-CAD-ANTES
                      " POR " CAD-USUARIO-LIBERACAO OF W-CAD-ANTES
           END-IF.
           MOVE SPACES            TO W-MOTIVO-LIBERACAO.
           IF CAD-FEDERAL-IRREGULAR OF W-CAD-ANTES AND
              CAD-FEDERAL-NAO-LIBERADO OF W-CAD-ANTES
              PERFORM             PJAN-ACEITA-MOTIVO-LIB
                                   UNTIL W-MOTIVO-LIBERACAO NOT = SPACES
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita o motivo da liberação federal (em branco e recusado)..................................................<*
       PJAN-ACEITA-MOTIVO-LIB.
           DISPLAY "MOTIVO DA LIBERACAO (OBRIGATORIO): "
           ACCEPT  W-MOTIVO-LIBERACAO.
           IF W-MOTIVO-LIBERACAO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO"
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Aceita e critica o código IBGE de município contra o mestre MUNICIP: zero mantém o atual, código.............<*
      *>-> inexistente ou de UF diferente da UF do cadastro e recusado; município válido leva a grafia do mestre........<*
      *>-> para a cidade; sem mestre legível a crítica e dispensada......................................................<*
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "REATIVACAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Libera para lançamento o cadastro com o CNPJ irregular na Receita Federal e audita a liberação com o.........<*
      *>-> motivo; cadastro regular ou já liberado não tem o que liberar (cadastro inativo se reativa pela R)...........<*
       PEXE-LIBERA.
           IF NOT CAD-FEDERAL-IRREGULAR OF W-CAD-ANTES
              DISPLAY "CADASTRO SEM BLOQUEIO FEDERAL: " W-CODIGO-MANUT
              EXIT                PARAGRAPH
           END-IF.
           IF CAD-FEDERAL-LIBERADO OF W-CAD-ANTES
              DISPLAY "CADASTRO JA LIBERADO: " W-CODIGO-MANUT
              EXIT                PARAGRAPH
           END-IF.
           SET CAD-FEDERAL-LIBERADO OF W-CAD-NOVO TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO CAD-DATA-LIBERACAO OF W-CAD-NOVO.
           MOVE LK-SEG-USUARIO
             TO CAD-USUARIO-LIBERACAO OF W-CAD-NOVO.
           PERFORM                PEXE-REGRAVA-LIBERACAO.
      *>-> Só audita e anuncia a mudança que chegou ao arquivo mestre
           IF REGRAVA-FALHOU
              EXIT                PARAGRAPH
           END-IF.
           MOVE "LIBERACAO-FEDERAL" TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "SIT.FEDERAL="  DELIMITED SIZE
                  CAD-SITUACAO-FEDERAL OF W-CAD-ANTES
                                   DELIMITED SIZE
                  " "             DELIMITED SIZE
                  CAD-DATA-SIT-FEDERAL OF W-CAD-ANTES
                                   DELIMITED SIZE
                  " LIBERADA: "   DELIMITED SIZE
                  W-MOTIVO-LIBERACAO DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           PERFORM                PAUD-GRAVA-AUDITORIA.
           DISPLAY "LIBERACAO EFETIVADA: " W-CODIGO-MANUT.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava o cadastro corrente com a liberação federal; a situação na Receita tem de ser ainda a mostrada.......<*
      *>-> na janela (uma carga CRGRFB no meio do ciclo a teria trocado)................................................<*
       PEXE-REGRAVA-LIBERACAO.
           SET                    REGRAVA-FALHOU TO TRUE.
           OPEN I-O               F-CADASTRO.
           IF W-FS-CADASTRO NOT = "00"
              DISPLAY "CADASTRO INDISPONIVEL - STATUS " W-FS-CADASTRO
              CLOSE               F-CADASTRO
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-CODIGO-MANUT    TO CAD-CODIGO OF W-REG-CADASTRO.
           READ                   F-CADASTRO
              INVALID KEY
                 DISPLAY "CADASTRO NAO ENCONTRADO: " W-CODIGO-MANUT
                 CLOSE            F-CADASTRO
                 EXIT             PARAGRAPH
           END-READ.
           IF CAD-SITUACAO-FEDERAL OF W-REG-CADASTRO NOT =
              CAD-SITUACAO-FEDERAL OF W-CAD-ANTES OR
              CAD-DATA-SIT-FEDERAL OF W-REG-CADASTRO NOT =
              CAD-DATA-SIT-FEDERAL OF W-CAD-ANTES
              DISPLAY "SITUACAO NA RECEITA MUDOU DURANTE A OPERACAO - "
                      "REFAZER A LIBERACAO"
              CLOSE               F-CADASTRO
              EXIT                PARAGRAPH
           END-IF.
           MOVE CAD-LIBERACAO-FEDERAL OF W-CAD-NOVO
             TO CAD-LIBERACAO-FEDERAL OF W-REG-CADASTRO.
           MOVE CAD-DATA-LIBERACAO OF W-CAD-NOVO
             TO CAD-DATA-LIBERACAO OF W-REG-CADASTRO.
           MOVE CAD-USUARIO-LIBERACAO OF W-CAD-NOVO
             TO CAD-USUARIO-LIBERACAO OF W-REG-CADASTRO.
           REWRITE                W-REG-CADASTRO.
           CLOSE                  F-CADASTRO.
           SET                    REGRAVA-OK TO TRUE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Regrava o cadastro corrente com a situação nova (inativação/reativação)......................................<*
       PEXE-REGRAVA-SITUACAO.
           SET                    REGRAVA-FALHOU TO TRUE.
              MOVE CAD-MUNICIPIO-IBGE OF W-CAD-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
           IF CAD-CONTRIBUINTE-ICMS OF W-CAD-ANTES NOT =
              CAD-CONTRIBUINTE-ICMS OF W-CAD-NOVO
              MOVE "CONTRIB"      TO W-AUD-CAMPO
              MOVE CAD-CONTRIBUINTE-ICMS OF W-CAD-ANTES TO W-AUD-ANTES
              MOVE CAD-CONTRIBUINTE-ICMS OF W-CAD-NOVO  TO W-AUD-DEPOIS
              PERFORM             PAUD-AUDITA-UM-CAMPO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta o detalhe campo=antes>depois (nomes e endereços ficam truncados em 20 posições) e grava................<*
       PAUD-AUDITA-UM-CAMPO.
