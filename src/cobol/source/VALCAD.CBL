      *>->                              diferente da UF do cadastro vira violação, com linha própria no
      *>->                              resumo; com o mestre indisponível a regra e dispensada com aviso
      *>->                              no relatório
      *>-> 15/10/2026  equipe cadastro  Incluída a regra do indicador de contribuinte do ICMS (base do
      *>->                              DIFAL calculado pela CALICM): indicador diferente de S/N e
      *>->                              cliente pessoa física marcado como contribuinte viram violação,
      *>->                              com linha própria no resumo
      *>-> 15/10/2026  equipe cadastro  Incluída a regra da situação cadastral na Receita Federal (carga
      *>->                              CRGRFB): código de situação desconhecido e CNPJ inapto, suspenso,
      *>->                              baixado ou nulo viram violação, indicando se o cadastro está
      *>->                              bloqueado para lançamento ou liberado pelo supervisor, com linha
      *>->                              própria no resumo
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       01  w-qtd-viol-uf          pic is 9(06)    value is zeros.
       01  w-qtd-viol-cep         pic is 9(06)    value is zeros.
       01  w-qtd-viol-municipio   pic is 9(06)    value is zeros.
       01  w-qtd-viol-contribuinte pic is 9(06)   value is zeros.
       01  w-qtd-viol-federal     pic is 9(06)    value is zeros.
      *>-> Linha de violação do relatório de exceções
       01  w-linha-violacao.
           05 lvi-codigo          pic is 9(06)    value is zeros.
           PERFORM                VALC-CRITICA-UF.
           PERFORM                VALC-CRITICA-CEP.
           PERFORM                VALC-CRITICA-MUNICIPIO.
           PERFORM                VALC-CRITICA-CONTRIBUINTE.
           PERFORM                VALC-CRITICA-FEDERAL.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Critica o documento conforme o tipo do cadastro: cliente = pessoa física (CPF nas 11 posições finais,........<*
      *>-> 3 iniciais zeradas), fornecedor = pessoa jurídica (CNPJ completo de 14 posições)..............................<*
                 END-IF
           END-READ.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Critica o indicador de contribuinte do ICMS: só S/N são válidos, e o cliente (pessoa física) marcado.........<*
      *>-> como contribuinte escaparia do DIFAL na venda interestadual..................................................<*
       VALC-CRITICA-CONTRIBUINTE.
           IF NOT CAD-CONTRIBUINTE-VALIDO OF W-CAD-CORRENTE
              ADD 1               TO W-QTD-VIOL-CONTRIBUINTE
              MOVE "INDICADOR DE CONTRIBUINTE ICMS INVALIDO"
                TO LVI-REGRA
              PERFORM             VALC-GRAVA-VIOLACAO
              EXIT                PARAGRAPH
           END-IF.
           IF CAD-TIPO-CLIENTE OF W-CAD-CORRENTE AND
              CAD-CONTRIBUINTE OF W-CAD-CORRENTE
              ADD 1               TO W-QTD-VIOL-CONTRIBUINTE
              MOVE "CLIENTE PESSOA FISICA MARCADO CONTRIBUINTE"
                TO LVI-REGRA
              PERFORM             VALC-GRAVA-VIOLACAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Critica a situação cadastral na Receita Federal: código desconhecido, e CNPJ irregular (bloqueado para.......<*
      *>-> lançamento em LANICM/CREICM, ou liberado pelo supervisor na MANCAD)..........................................<*
       VALC-CRITICA-FEDERAL.
           IF NOT CAD-FEDERAL-VALIDA OF W-CAD-CORRENTE
              ADD 1               TO W-QTD-VIOL-FEDERAL
              MOVE "SITUACAO NA RECEITA FEDERAL INVALIDA"
                TO LVI-REGRA
              PERFORM             VALC-GRAVA-VIOLACAO
              EXIT                PARAGRAPH
           END-IF.
           IF CAD-FEDERAL-IRREGULAR OF W-CAD-CORRENTE
              ADD 1               TO W-QTD-VIOL-FEDERAL
              MOVE SPACES         TO LVI-REGRA
              IF CAD-FEDERAL-LIBERADO OF W-CAD-CORRENTE
                 STRING "RECEITA="  DELIMITED SIZE
                        CAD-SITUACAO-FEDERAL OF W-CAD-CORRENTE
                                    DELIMITED SIZE
                        " DESDE "   DELIMITED SIZE
                        CAD-DATA-SIT-FEDERAL OF W-CAD-CORRENTE
                                    DELIMITED SIZE
                        " LIBERADO POR " DELIMITED SIZE
                        CAD-USUARIO-LIBERACAO OF W-CAD-CORRENTE
                                    DELIMITED SIZE
                        INTO LVI-REGRA
                 END-STRING
              ELSE
                 STRING "RECEITA="  DELIMITED SIZE
                        CAD-SITUACAO-FEDERAL OF W-CAD-CORRENTE
                                    DELIMITED SIZE
                        " DESDE "   DELIMITED SIZE
                        CAD-DATA-SIT-FEDERAL OF W-CAD-CORRENTE
                                    DELIMITED SIZE
                        " - BLOQUEADO" DELIMITED SIZE
                        INTO LVI-REGRA
                 END-STRING
              END-IF
              PERFORM             VALC-GRAVA-VIOLACAO
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de violação no relatório de exceções (LVI-REGRA já preenchida pela regra)....................<*
       VALC-GRAVA-VIOLACAO.
           MOVE CAD-CODIGO   OF W-CAD-CORRENTE TO LVI-CODIGO.
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-IF.
           MOVE "CONTRIBUINTE ICMS INVALIDO OU INCOERENTE"
             TO LRE-DESCRICAO.
           MOVE W-QTD-VIOL-CONTRIBUINTE TO LRE-QUANTIDADE.
           PERFORM                VALC-GRAVA-LINHA-RESUMO.
           MOVE "SITUACAO NA RECEITA INVALIDA OU IRREGULAR"
             TO LRE-DESCRICAO.
           MOVE W-QTD-VIOL-FEDERAL TO LRE-QUANTIDADE.
           PERFORM                VALC-GRAVA-LINHA-RESUMO.
           MOVE "TOTAL DE VIOLACOES"
             TO LRE-DESCRICAO.
           MOVE W-QTD-VIOLACOES   TO LRE-QUANTIDADE.
