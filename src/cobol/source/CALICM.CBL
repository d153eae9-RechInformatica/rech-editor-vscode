      *>->                              motivo e a imagem do rejeito saiam com a competência
      *>->                              redirecionada, e o relançamento posterior pelo REPREJ postaria
      *>->                              no mês errado sem o operador redigitar
      *>-> 15/10/2026  equipe fiscal    Incluída a identidade do documento fiscal na linkage (LK-DOCUMENTO/
      *>->                              LK-CADASTRO), gravada em cada linha do diário e do rejeito, e o
      *>->                              registro de documentos lançados (DOCICM): documento normal já
      *>->                              registrado é recusado com LK-ERRO-DOCUMENTO-DUPLICADO (rejeito
      *>->                              informativo, nunca relançável) e estorno sem documento lançado
      *>->                              em aberto com LK-ERRO-ESTORNO-SEM-ORIGINAL - a reexecução do
      *>->                              movimento depois de um abend deixa de duplicar os acumuladores
      *>-> 15/10/2026  equipe fiscal    Incluído o modo DIFAL na linkage (LK-MODO-DIFAL, ligado pelo
      *>->                              chamador quando o destinatário não é contribuinte do ICMS): na
      *>->                              venda interestadual apura o diferencial de alíquota devido a UF
      *>->                              de destino (alíquota interna da UF de destino, vigente em UFALIQ,
      *>->                              menos a interestadual aplicada, sobre o valor da mercadoria),
      *>->                              devolvido em LK-DIFAL-CALCULADO, gravado em campo próprio do
      *>->                              diário (MOV-DIFAL) e acumulado por ano-base e UF de destino no
      *>->                              arquivo ACUMDIF (o estorno subtrai), base do demonstrativo
      *>->                              DIFICM para as guias GNRE; o DIFAL não entra em ACUMICM/ACUMUFI
      *>-> 15/10/2026  equipe fiscal    Incluído o estabelecimento da empresa na linkage
      *>->                              (LK-ESTABELECIMENTO, zeros = matriz): o ICMS apurado passa a ser
      *>->                              acumulado também por estabelecimento (ACUMEST) e por
      *>->                              estabelecimento + UF de destino (ACUMUFE), em paralelo aos
      *>->                              acumuladores da empresa, que seguem como visão consolidada e
      *>->                              guardam as travas de ano/mês; o estabelecimento foi gravado no
      *>->                              diário e no rejeito e abre a chave do registro de documentos
      *>->                              (DOCICM), porque cada filial numera os seus documentos
      *>-> 15/10/2026  equipe fiscal    Falha do registro de documentos depois da acumulação (OPEN ou
      *>->                              WRITE/REWRITE do DOCICM) passou a gerar rejeito informativo (I):
      *>->                              o lançamento já está nos acumuladores e no diário, e o REPREJ não
      *>->                              pode relançá-lo
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                  access mode    is dynamic
                  record key     is acumuf-chave
                  file status    is w-fs-acumuf.
      *>-> Registro de documentos fiscais lançados (documento + cadastro)
           select f-documentos
                  assign to      "DOCICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is doc-chave
                  file status    is w-fs-documentos.
      *>-> Acumulador mensal do DIFAL por ano-base e UF de destino
           select f-acum-difal
                  assign to      "ACUMDIF"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acumdif-chave
                  file status    is w-fs-acumdif.
      *>-> Acumulador mensal por estabelecimento e ano-base
           select f-acum-est
                  assign to      "ACUMEST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acest-chave
                  file status    is w-fs-acumest.
      *>-> Acumulador mensal por estabelecimento, ano-base e UF de destino
           select f-acum-uf-est
                  assign to      "ACUMUFE"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acufe-chave
                  file status    is w-fs-acumufe.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-rejeitos.
       01  reg-rejeito            pic is x(160).
       fd  f-movimento.
       01  reg-movimento          pic is x(160).
       fd  f-uf-aliq.
       copy                       "UFALIQ.CPY".
       fd  f-acum-uf.
       copy                       "ACUMUF.CPY".
       fd  f-documentos.
       copy                       "DOCICM.CPY".
       fd  f-acum-difal.
       copy                       "ACUMDIF.CPY".
       fd  f-acum-est.
       copy                       "ACUMEST.CPY".
       fd  f-acum-uf-est.
       copy                       "ACUMUFE.CPY".
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-ufaliq            pic is x(02)    value is spaces.
       01  w-fs-acumuf            pic is x(02)    value is spaces.
       01  w-fs-documentos        pic is x(02)    value is spaces.
       01  w-fs-acumdif           pic is x(02)    value is spaces.
       01  w-fs-acumest           pic is x(02)    value is spaces.
       01  w-fs-acumufe           pic is x(02)    value is spaces.
      *>-> Estabelecimento matriz, assumido quando o chamador não informa
       78  w78-estab-matriz                       value is 1.
      *>-> Indicador de fim da varredura da tabela de alíquotas
       01  w-fim-tabela           pic is x(01)    value is "N".
           88 tabela-encerrada                    value is "S".
      *>-> I = informativa (valor já acumulado, não relançável por REPREJ)
       01  w-disp-rejeito         pic is x(01)    value is "P".
       01  w-aliquota-aplicada    pic is 9(02)v99 value is zeros.
      *>-> Modo DIFAL da transação corrente (S = destinatário não
      *>-> contribuinte) e diferencial entre a alíquota interna da UF de
      *>-> destino e a interestadual aplicada
       01  w-modo-difal           pic is x(01)    value is "N".
           88 calcula-difal                       value is "S".
       01  w-dif-aliquota         pic is s9(02)v99 value is zeros.
       01  w-icms-proprio-guardado pic is 9(09)v99 value is zeros.
      *>-> ms corrente, usado para localizar a posi��o no acumulador anual
       01  w-mes-corrente         pic is 9(02)    value is zeros.
      *>-> redirecionamento de mês fechado para a rejeição (e a imagem
      *>-> do rejeito) sair com a competência real, não a redirecionada
       01  w-compet-original      pic is 9(08)    value is zeros.
      *>-> Identidade do documento fiscal corrente (zeros = chamador sem
      *>-> identificação, dispensado da conferência no registro)
       01  w-documento            pic is 9(08)    value is zeros.
       01  w-cadastro             pic is 9(06)    value is zeros.
      *>-> Estabelecimento da empresa que lança a transação
       01  w-estabelecimento      pic is 9(04)    value is zeros.
      *>-> Resultado da conferência do documento no registro DOCICM
       01  w-doc-situacao         pic is x(01)    value is "N".
           88 doc-registrado                      value is "S".
           88 doc-nao-registrado                   value "N".
           88 doc-sem-identidade                   value "X".
      *>-> Bloco de c�lculo do ICMS: uma �nica �rea recebe a vis�o "ICMS
      *>-> pr�prio" ou a vis�o "ICMS-ST", nunca as duas ao mesmo tempo -
      *>-> o mesmo h�bito de REDEFINES j� usado nas demais �reas.
           MOVE LK-VALOR-MERCADORIA TO W-VALOR-MERCADORIA.
           MOVE LK-INDICADOR-ST   TO W-INDICADOR-ST.
           MOVE LK-MVA-ST         TO W-MVA-ST.
           IF LK-DOCUMENTO NUMERIC
              MOVE LK-DOCUMENTO   TO W-DOCUMENTO
           ELSE
              MOVE ZEROS          TO W-DOCUMENTO
           END-IF.
           IF LK-CADASTRO NUMERIC
              MOVE LK-CADASTRO    TO W-CADASTRO
           ELSE
              MOVE ZEROS          TO W-CADASTRO
           END-IF.
      *>-> Chamador que não informa o estabelecimento (zeros ou lixo na
      *>-> posição nova) lança no estabelecimento matriz
           IF LK-ESTABELECIMENTO NUMERIC AND
              LK-ESTABELECIMENTO > ZEROS
              MOVE LK-ESTABELECIMENTO TO W-ESTABELECIMENTO
           ELSE
              MOVE W78-ESTAB-MATRIZ TO W-ESTABELECIMENTO
           END-IF.
      *>-> Normaliza o tipo do lançamento (chamadores antigos mandam lixo
      *>-> ou espaço na posição nova: tratado como lançamento normal)
           IF LK-LCTO-ESTORNO
           ELSE
              MOVE "N"            TO W-TIPO-LANCAMENTO
           END-IF.
      *>-> Normaliza o modo DIFAL pela mesma regra (só S liga o cálculo)
           IF LK-CALCULA-DIFAL
              MOVE "S"            TO W-MODO-DIFAL
           ELSE
              MOVE "N"            TO W-MODO-DIFAL
           END-IF.
           MOVE ZEROS             TO LK-DIFAL-CALCULADO.
           PERFORM                CALI-DEFINE-COMPETENCIA.
           PERFORM                CALI-CARREGA-TABELA-UF.
           PERFORM                CALI-VALIDA-UF.
      *>-> nao veja os valores apurados numa chamada anterior
              MOVE ZEROS          TO LK-ICMS-CALCULADO
                                     LK-ICMS-ST-CALCULADO
                                     LK-DIFAL-CALCULADO
              PERFORM             CALI-REJEITA
           ELSE
              PERFORM             CALI-CALCULA-ICMS
      *>-> de ST deixado por uma chamada anterior na mesma area de linkage
                 MOVE ZEROS       TO LK-ICMS-ST-CALCULADO
              END-IF
      *>-> Venda interestadual a não contribuinte: apura o DIFAL devido
      *>-> a UF de destino
              PERFORM             CALI-CALCULA-DIFAL
      *>-> Documento já lançado (ou estorno sem lançamento em aberto) não
      *>-> chega aos acumuladores: a reexecução de um movimento já
      *>-> postado é recusada documento a documento
              PERFORM             CALI-CONFERE-DOCUMENTO
              IF LK-SEM-ERRO
                 PERFORM          CALI-ACUMULA-MES
              END-IF
      *>-> Mês de competência fechado com redirecionamento pedido pelo
      *>-> operador: relança no mês corrente aberto em vez de rejeitar
              IF LK-ERRO-MES-FECHADO AND
      *>-> valores calculados pelo mesmo motivo da rejeição de UF
                    MOVE ZEROS    TO LK-ICMS-CALCULADO
                                     LK-ICMS-ST-CALCULADO
                                     LK-DIFAL-CALCULADO
                    PERFORM       CALI-REJEITA-ANO-FECHADO
                 WHEN LK-ERRO-MES-FECHADO
      *>-> Mês de competência já fechado por INTICM e sem (ou com novo)
      *>-> valores calculados pelo mesmo motivo da rejeição de UF
                    MOVE ZEROS    TO LK-ICMS-CALCULADO
                                     LK-ICMS-ST-CALCULADO
                                     LK-DIFAL-CALCULADO
                    PERFORM       CALI-REJEITA-MES-FECHADO
                 WHEN LK-ERRO-ACUM-INDISPONIVEL
      *>-> Acumulador inacessível (status de OPEN fora de 00/35, p.ex.
      *>-> sucesso com o valor perdido
                    MOVE ZEROS    TO LK-ICMS-CALCULADO
                                     LK-ICMS-ST-CALCULADO
                                     LK-DIFAL-CALCULADO
                    PERFORM       CALI-REJEITA-ACUM-INDISPONIVEL
                 WHEN LK-ERRO-DOCUMENTO-DUPLICADO
      *>-> Documento já registrado como lançado (ou estorno já efetivado)
      *>-> - recusado sem tocar nos acumuladores
                    MOVE ZEROS    TO LK-ICMS-CALCULADO
                                     LK-ICMS-ST-CALCULADO
                                     LK-DIFAL-CALCULADO
                    PERFORM       CALI-REJEITA-DOCUMENTO-DUPLICADO
                 WHEN LK-ERRO-ESTORNO-SEM-ORIGINAL
                    MOVE ZEROS    TO LK-ICMS-CALCULADO
                                     LK-ICMS-ST-CALCULADO
                                     LK-DIFAL-CALCULADO
                    PERFORM       CALI-REJEITA-ESTORNO-SEM-ORIGINAL
                 WHEN LK-ERRO-REGISTRO-INDISPONIVEL
                    MOVE ZEROS    TO LK-ICMS-CALCULADO
                                     LK-ICMS-ST-CALCULADO
                                     LK-DIFAL-CALCULADO
                    PERFORM       CALI-REJEITA-REGISTRO-INDISPONIVEL
                 WHEN OTHER
                    PERFORM       CALI-ACUMULA-UF-DESTINO
                    PERFORM       CALI-ACUMULA-ESTABELECIMENTO
                    PERFORM       CALI-ACUMULA-UF-ESTABELECIMENTO
                    PERFORM       CALI-ACUMULA-DIFAL
                    PERFORM       CALI-GRAVA-MOVIMENTO
                    PERFORM       CALI-REGISTRA-DOCUMENTO
              END-EVALUATE
           END-IF.
           GOBACK.
           END-STRING.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava a transação recusada por documento já registrado como lançado (ou estorno já efetivado)................<*
       CALI-REJEITA-DOCUMENTO-DUPLICADO.
           MOVE SPACES            TO REJ-MOTIVO.
           IF LCTO-ESTORNO
              MOVE "ESTORNO JA EFETIVADO PARA O DOCUMENTO"
                TO REJ-MOTIVO
           ELSE
              MOVE "DOCUMENTO JA LANCADO - REGISTRO DOCICM"
                TO REJ-MOTIVO
           END-IF.
      *>-> Linha informativa, não pendente: o documento já está nos
      *>-> acumuladores - relançar pelo REPREJ duplicaria o valor
           MOVE "I"               TO W-DISP-REJEITO.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava o estorno recusado por não haver lançamento do documento original em aberto no registro................<*
       CALI-REJEITA-ESTORNO-SEM-ORIGINAL.
           MOVE "ESTORNO SEM DOCUMENTO ORIGINAL LANCADO"
             TO REJ-MOTIVO.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava a transação recusada por registro de documentos inacessível (status de OPEN fora de 00/35).............<*
       CALI-REJEITA-REGISTRO-INDISPONIVEL.
           MOVE SPACES            TO REJ-MOTIVO.
           STRING "REGISTRO DOCICM INDISPONIVEL - STATUS "
                                   DELIMITED SIZE
                  W-FS-DOCUMENTOS DELIMITED SIZE
                  INTO REJ-MOTIVO
           END-STRING.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o documento efetivado que não chegou ao registro DOCICM (OPEN ou gravação fora de 00)...............<*
       CALI-REJEITA-REGISTRO-NAO-GRAVADO.
           MOVE SPACES            TO REJ-MOTIVO.
           STRING "LANCADO SEM REGISTRO DOCICM - STATUS "
                                   DELIMITED SIZE
                  W-FS-DOCUMENTOS DELIMITED SIZE
                  INTO REJ-MOTIVO
           END-STRING.
      *>-> Linha informativa, não pendente: o documento já está nos
      *>-> acumuladores e no diário - relançar pelo REPREJ duplicaria o
      *>-> valor; a linha é a fonte para o acerto manual do DOCICM
           MOVE "I"               TO W-DISP-REJEITO.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava a transação recusada por acumulador inacessível (status de OPEN fora de 00/35).........................<*
       CALI-REJEITA-ACUM-INDISPONIVEL.
           MOVE SPACES            TO REJ-MOTIVO.
           MOVE "I"               TO W-DISP-REJEITO.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra a falha de acesso ao acumulador do DIFAL (o ICMS já está nos acumuladores e o DIFAL no diário)......<*
       CALI-REJEITA-ACUMDIF-INDISPONIVEL.
           MOVE SPACES            TO REJ-MOTIVO.
           STRING "ACUMULADOR DIFAL INDISPONIVEL - STATUS "
                                   DELIMITED SIZE
                  W-FS-ACUMDIF    DELIMITED SIZE
                  INTO REJ-MOTIVO
           END-STRING.
      *>-> Linha informativa, não pendente: o lançamento já foi efetivado
      *>-> - relançar pelo REPREJ duplicaria o ICMS; o DIFAL do diário
      *>-> e a fonte para o acerto manual do acumulador
           MOVE "I"               TO W-DISP-REJEITO.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra a falha de acesso ao acumulador por estabelecimento (o valor já está no acumulador geral)...........<*
       CALI-REJEITA-ACUMEST-INDISPONIVEL.
           MOVE SPACES            TO REJ-MOTIVO.
           STRING "ACUMULADOR ESTAB INDISPONIVEL - STATUS "
                                   DELIMITED SIZE
                  W-FS-ACUMEST    DELIMITED SIZE
                  INTO REJ-MOTIVO
           END-STRING.
      *>-> Linha informativa, não pendente: o valor já está no acumulador
      *>-> geral e no diário - relançar pelo REPREJ duplicaria o valor
           MOVE "I"               TO W-DISP-REJEITO.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra a falha de acesso ao acumulador por estabelecimento e UF (o valor já está no acumulador geral)......<*
       CALI-REJEITA-ACUMUFE-INDISPONIVEL.
           MOVE SPACES            TO REJ-MOTIVO.
           STRING "ACUMULADOR ESTAB/UF INDISPONIVEL - STATUS "
                                   DELIMITED SIZE
                  W-FS-ACUMUFE    DELIMITED SIZE
                  INTO REJ-MOTIVO
           END-STRING.
           MOVE "I"               TO W-DISP-REJEITO.
           PERFORM                CALI-GRAVA-REJEITO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta e grava uma linha no arquivo de rejeitos (REJ-MOTIVO já preenchido pela rotina chamadora)..............<*
       CALI-GRAVA-REJEITO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
           MOVE W-DATA-COMPETENCIA TO REJ-DATA-COMPETENCIA.
           MOVE W-TIPO-LANCAMENTO TO REJ-TIPO-LCTO.
           MOVE W-DISP-REJEITO    TO REJ-DISPOSICAO.
           MOVE W-DOCUMENTO       TO REJ-DOCUMENTO.
           MOVE W-CADASTRO        TO REJ-CADASTRO.
           MOVE W-MODO-DIFAL      TO REJ-MODO-DIFAL.
           MOVE W-ESTABELECIMENTO TO REJ-ESTABELECIMENTO.
           MOVE "P"               TO W-DISP-REJEITO.
           MOVE SPACES            TO REG-REJEITO.
           MOVE W-LINHA-REJEITO   TO REG-REJEITO.
           END-IF.
           MOVE       DST-ICMS-ST-DEVIDO TO LK-ICMS-ST-CALCULADO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Calcula o DIFAL da venda interestadual a não contribuinte: valor da mercadoria sobre a diferença entre.......<*
      *>-> a alíquota interna da UF de destino e a interestadual aplicada (diferença zero ou negativa = sem DIFAL)......<*
       CALI-CALCULA-DIFAL.
           MOVE ZEROS             TO LK-DIFAL-CALCULADO.
           IF NOT CALCULA-DIFAL OR
              W-UF = W-UF-DESTINO
              EXIT                PARAGRAPH
           END-IF.
           SET                    W-IDX-UF TO 1.
           SEARCH                 W-TAB-UF-ITEM
              WHEN TUF-CODIGO(W-IDX-UF) = W-UF-DESTINO
                 CONTINUE
           END-SEARCH.
           COMPUTE W-DIF-ALIQUOTA =
                   TUF-ALIQ-INTERNA(W-IDX-UF) - W-ALIQUOTA-APLICADA.
           IF W-DIF-ALIQUOTA NOT > ZEROS
              EXIT                PARAGRAPH
           END-IF.
           COMPUTE LK-DIFAL-CALCULADO ROUNDED =
                   W-VALOR-MERCADORIA * W-DIF-ALIQUOTA / 100.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumula o ICMS apurado (próprio + ST) no mês de competência do acumulador do ano-base, criando o ano-base...<*
      *>-> se ainda n�o existir........................................................................................<*
       CALI-ACUMULA-MES.
           END-IF.
           CLOSE                  F-ACUM-UF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumula o ICMS apurado também no acumulador do estabelecimento (estabelecimento + ano-base), no mês de.......<*
      *>-> competência, criando o estabelecimento/ano se ainda não existir - mesma mecânica do acumulador por UF........<*
       CALI-ACUMULA-ESTABELECIMENTO.
           MOVE W-ESTABELECIMENTO TO ACEST-ESTAB.
           MOVE W-COMP-ANO        TO ACEST-ANO.
           OPEN I-O               F-ACUM-EST.
           IF W-FS-ACUMEST = "35"
              OPEN OUTPUT         F-ACUM-EST
              CLOSE               F-ACUM-EST
              OPEN I-O            F-ACUM-EST
           END-IF.
      *>-> OPEN fora de 00/35: o acumulador geral já recebeu o valor, por
      *>-> isso não devolve erro (o chamador repostaria e duplicaria) -
      *>-> registra o rejeito para a operação investigar e segue
           IF W-FS-ACUMEST NOT = "00"
              PERFORM             CALI-REJEITA-ACUMEST-INDISPONIVEL
              CLOSE               F-ACUM-EST
              EXIT                PARAGRAPH
           END-IF.
           READ                   F-ACUM-EST
              INVALID KEY
                 INITIALIZE       W-REG-ACUM-EST
                 MOVE W-ESTABELECIMENTO TO ACEST-ESTAB
                 MOVE W-COMP-ANO  TO ACEST-ANO
           END-READ.
           MOVE W-COMP-MES        TO W-MES-CORRENTE.
           IF LCTO-ESTORNO
              SUBTRACT            LK-ICMS-CALCULADO
                                   LK-ICMS-ST-CALCULADO
                 FROM ACEST-FILHO-OCC(W-MES-CORRENTE)
           ELSE
              ADD                 LK-ICMS-CALCULADO
                                   LK-ICMS-ST-CALCULADO
                 TO ACEST-FILHO-OCC(W-MES-CORRENTE)
           END-IF.
           IF W-FS-ACUMEST = "23"
              WRITE               W-REG-ACUM-EST
           ELSE
              REWRITE             W-REG-ACUM-EST
           END-IF.
           CLOSE                  F-ACUM-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumula o ICMS apurado no acumulador do estabelecimento por UF de destino (estabelecimento + ano-base........<*
      *>-> + UF), no mês de competência - mesma mecânica do acumulador por UF da empresa................................<*
       CALI-ACUMULA-UF-ESTABELECIMENTO.
           MOVE W-ESTABELECIMENTO TO ACUFE-ESTAB.
           MOVE W-COMP-ANO        TO ACUFE-ANO.
           MOVE W-UF-DESTINO      TO ACUFE-UF.
           OPEN I-O               F-ACUM-UF-EST.
           IF W-FS-ACUMUFE = "35"
              OPEN OUTPUT         F-ACUM-UF-EST
              CLOSE               F-ACUM-UF-EST
              OPEN I-O            F-ACUM-UF-EST
           END-IF.
           IF W-FS-ACUMUFE NOT = "00"
              PERFORM             CALI-REJEITA-ACUMUFE-INDISPONIVEL
              CLOSE               F-ACUM-UF-EST
              EXIT                PARAGRAPH
           END-IF.
           READ                   F-ACUM-UF-EST
              INVALID KEY
                 INITIALIZE       W-REG-ACUM-UF-EST
                 MOVE W-ESTABELECIMENTO TO ACUFE-ESTAB
                 MOVE W-COMP-ANO  TO ACUFE-ANO
                 MOVE W-UF-DESTINO TO ACUFE-UF
           END-READ.
           MOVE W-COMP-MES        TO W-MES-CORRENTE.
           IF LCTO-ESTORNO
              SUBTRACT            LK-ICMS-CALCULADO
                                   LK-ICMS-ST-CALCULADO
                 FROM ACUFE-FILHO-OCC(W-MES-CORRENTE)
           ELSE
              ADD                 LK-ICMS-CALCULADO
                                   LK-ICMS-ST-CALCULADO
                 TO ACUFE-FILHO-OCC(W-MES-CORRENTE)
           END-IF.
           IF W-FS-ACUMUFE = "23"
              WRITE               W-REG-ACUM-UF-EST
           ELSE
              REWRITE             W-REG-ACUM-UF-EST
           END-IF.
           CLOSE                  F-ACUM-UF-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumula o DIFAL apurado no acumulador do DIFAL por UF de destino (ano-base + UF), no mês de competência,.....<*
      *>-> com a quantidade de documentos - mesma mecânica do acumulador por UF; transação sem DIFAL não o toca.........<*
       CALI-ACUMULA-DIFAL.
           IF LK-DIFAL-CALCULADO = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-COMP-ANO        TO ACUMDIF-ANO.
           MOVE W-UF-DESTINO      TO ACUMDIF-UF.
           OPEN I-O               F-ACUM-DIFAL.
           IF W-FS-ACUMDIF = "35"
              OPEN OUTPUT         F-ACUM-DIFAL
              CLOSE               F-ACUM-DIFAL
              OPEN I-O            F-ACUM-DIFAL
           END-IF.
      *>-> OPEN fora de 00/35: o ICMS já foi acumulado, por isso não
      *>-> devolve erro (o chamador repostaria e duplicaria) - registra o
      *>-> rejeito para a operação investigar e segue
           IF W-FS-ACUMDIF NOT = "00"
              PERFORM             CALI-REJEITA-ACUMDIF-INDISPONIVEL
              CLOSE               F-ACUM-DIFAL
              EXIT                PARAGRAPH
           END-IF.
           READ                   F-ACUM-DIFAL
              INVALID KEY
                 INITIALIZE       W-REG-ACUM-DIFAL
                 MOVE W-COMP-ANO  TO ACUMDIF-ANO
                 MOVE W-UF-DESTINO TO ACUMDIF-UF
           END-READ.
           MOVE W-COMP-MES        TO W-MES-CORRENTE.
           IF LCTO-ESTORNO
              SUBTRACT LK-DIFAL-CALCULADO
                 FROM ACUMDIF-FILHO-OCC(W-MES-CORRENTE)
              SUBTRACT 1
                 FROM ACUMDIF-QTD-DOCUMENTOS(W-MES-CORRENTE)
           ELSE
              ADD LK-DIFAL-CALCULADO
                 TO ACUMDIF-FILHO-OCC(W-MES-CORRENTE)
              ADD 1
                 TO ACUMDIF-QTD-DOCUMENTOS(W-MES-CORRENTE)
           END-IF.
           IF W-FS-ACUMDIF = "23"
              WRITE               W-REG-ACUM-DIFAL
           ELSE
              REWRITE             W-REG-ACUM-DIFAL
           END-IF.
           CLOSE                  F-ACUM-DIFAL.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava no diário de movimento o detalhe da transação calculada, para a reconciliação mensal (RECICM)..........<*
       CALI-GRAVA-MOVIMENTO.
           MOVE W-DATA-COMPETENCIA TO MOV-DATA.
           MOVE LK-ICMS-ST-CALCULADO TO MOV-ICMS-ST.
           MOVE W-TIPO-LANCAMENTO TO MOV-TIPO-LCTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MOV-DATA-LCTO.
           MOVE W-DOCUMENTO       TO MOV-DOCUMENTO.
           MOVE W-CADASTRO        TO MOV-CADASTRO.
           MOVE LK-DIFAL-CALCULADO TO MOV-DIFAL.
           MOVE W-ESTABELECIMENTO TO MOV-ESTABELECIMENTO.
           MOVE SPACES            TO REG-MOVIMENTO.
           MOVE W-REG-MOVIMENTO   TO REG-MOVIMENTO.
           OPEN EXTEND            F-MOVIMENTO.
           WRITE                  REG-MOVIMENTO.
           CLOSE                  F-MOVIMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere o documento no registro DOCICM antes de acumular: o normal já registrado (lançado ou.................<*
      *>-> estornado) é duplicado; o estorno exige o documento registrado como lançado e ainda não estornado............<*
       CALI-CONFERE-DOCUMENTO.
           SET                    DOC-NAO-REGISTRADO TO TRUE.
           IF W-DOCUMENTO = ZEROS
              SET                 DOC-SEM-IDENTIDADE TO TRUE
              EXIT                PARAGRAPH
           END-IF.
           OPEN INPUT             F-DOCUMENTOS.
      *>-> Registro ainda não criado: nenhum documento lançado até aqui
           IF W-FS-DOCUMENTOS = "35"
              CLOSE               F-DOCUMENTOS
              IF LCTO-ESTORNO
                 SET              LK-ERRO-ESTORNO-SEM-ORIGINAL TO TRUE
              END-IF
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-DOCUMENTOS NOT = "00"
              SET                 LK-ERRO-REGISTRO-INDISPONIVEL TO TRUE
              CLOSE               F-DOCUMENTOS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-ESTABELECIMENTO TO DOC-ESTABELECIMENTO.
           MOVE W-DOCUMENTO       TO DOC-DOCUMENTO.
           MOVE W-CADASTRO        TO DOC-CADASTRO.
           READ                   F-DOCUMENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET              DOC-REGISTRADO TO TRUE
           END-READ.
           CLOSE                  F-DOCUMENTOS.
           EVALUATE               TRUE
              WHEN LCTO-ESTORNO AND DOC-NAO-REGISTRADO
                 SET              LK-ERRO-ESTORNO-SEM-ORIGINAL TO TRUE
              WHEN LCTO-ESTORNO AND DOC-ESTORNADO
                 SET              LK-ERRO-DOCUMENTO-DUPLICADO TO TRUE
              WHEN NOT LCTO-ESTORNO AND DOC-REGISTRADO
                 SET              LK-ERRO-DOCUMENTO-DUPLICADO TO TRUE
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registra o documento efetivado: o normal entra como lançado, o estorno marca o documento como................<*
      *>-> estornado (registro inacessível neste ponto não desfaz o lançamento: fica o rejeito para a operação).........<*
       CALI-REGISTRA-DOCUMENTO.
           IF DOC-SEM-IDENTIDADE
              EXIT                PARAGRAPH
           END-IF.
           OPEN I-O               F-DOCUMENTOS.
           IF W-FS-DOCUMENTOS = "35"
              OPEN OUTPUT         F-DOCUMENTOS
              CLOSE               F-DOCUMENTOS
              OPEN I-O            F-DOCUMENTOS
           END-IF.
           IF W-FS-DOCUMENTOS NOT = "00"
              PERFORM             CALI-REJEITA-REGISTRO-NAO-GRAVADO
              CLOSE               F-DOCUMENTOS
              EXIT                PARAGRAPH
           END-IF.
           MOVE W-ESTABELECIMENTO TO DOC-ESTABELECIMENTO.
           MOVE W-DOCUMENTO       TO DOC-DOCUMENTO.
           MOVE W-CADASTRO        TO DOC-CADASTRO.
           READ                   F-DOCUMENTOS
              INVALID KEY
                 INITIALIZE       W-REG-DOCUMENTO
                 MOVE W-ESTABELECIMENTO TO DOC-ESTABELECIMENTO
                 MOVE W-DOCUMENTO TO DOC-DOCUMENTO
                 MOVE W-CADASTRO  TO DOC-CADASTRO
           END-READ.
           IF LCTO-ESTORNO
              SET                 DOC-ESTORNADO TO TRUE
              MOVE W-DATA-COMPETENCIA TO DOC-COMPET-ESTORNO
              MOVE FUNCTION CURRENT-DATE(1:8) TO DOC-DATA-ESTORNO
           ELSE
              SET                 DOC-LANCADO TO TRUE
              MOVE W-DATA-COMPETENCIA TO DOC-DATA-COMPETENCIA
              MOVE FUNCTION CURRENT-DATE(1:8) TO DOC-DATA-LCTO
              MOVE W-UF           TO DOC-UF-ORIGEM
              MOVE W-UF-DESTINO   TO DOC-UF-DESTINO
              MOVE W-VALOR-MERCADORIA TO DOC-VALOR-MERCADORIA
              MOVE LK-ICMS-CALCULADO TO DOC-ICMS
              MOVE LK-ICMS-ST-CALCULADO TO DOC-ICMS-ST
           END-IF.
           IF W-FS-DOCUMENTOS = "23"
              WRITE               W-REG-DOCUMENTO
           ELSE
              REWRITE             W-REG-DOCUMENTO
           END-IF.
           IF W-FS-DOCUMENTOS NOT = "00"
              PERFORM             CALI-REJEITA-REGISTRO-NAO-GRAVADO
           END-IF.
           CLOSE                  F-DOCUMENTOS.
      *>--------------------------------------------------------------------------------------------------------------<*
