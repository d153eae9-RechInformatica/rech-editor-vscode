      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro do cadastro de bens do ativo imobilizado para o crédito de ICMS em 1/48 avos (CIAP, arquivo.........<*
      *>-> CIAPBEM, chave código do bem), mantido por MANCIA, apropriado mês a mês por APRCIA e demonstrado por.........<*
      *>-> EXTCIA. O crédito do bem não entra mais pelo CREICMTR: APRCIA o posta em ACUMCRE/ACUMCRES....................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-ciap.
           05 ciap-codigo         pic is 9(06)    value is zeros.
           05 ciap-descricao      pic is x(40)    value is spaces.
      *>-> Estabelecimento que imobilizou o bem (mestre ESTABEL), dono do
      *>-> crédito e das saídas que formam o coeficiente
           05 ciap-estabelecimento pic is 9(04)   value is zeros.
      *>-> Documento de aquisição e cadastro do fornecedor
           05 ciap-documento      pic is 9(08)    value is zeros.
           05 ciap-cadastro       pic is 9(06)    value is zeros.
           05 ciap-data-aquisicao pic is 9(08)    value is zeros.
      *>-> ICMS da aquisição (próprio + ST + diferencial), base das 48
      *>-> parcelas
           05 ciap-valor-icms     pic is 9(09)v99 value is zeros.
      *>-> Competência (aaaamm) da primeira parcela: a parcela de uma
      *>-> competência e o número de meses desde esta mais um
           05 ciap-compet-inicio  pic is 9(06)    value is zeros.
           05 ciap-inicio-partes  redefines ciap-compet-inicio.
              10 ciap-inicio-ano  pic is 9(04).
              10 ciap-inicio-mes  pic is 9(02).
      *>-> Parcelas já apropriadas, última competência apropriada e total
      *>-> de crédito já postado (atualizados por APRCIA)
           05 ciap-qtd-parcelas   pic is 9(02)    value is zeros.
           05 ciap-ult-competencia pic is 9(06)   value is zeros.
           05 ciap-valor-apropriado pic is 9(09)v99 value is zeros.
      *>-> Situação: A = em apropriação, C = concluído (48 parcelas
      *>-> vencidas), B = baixado (alienado ou sucateado antes do fim)
           05 ciap-situacao       pic is x(01)    value is "A".
              88 ciap-em-apropriacao              value is "A".
              88 ciap-concluido                    value "C".
              88 ciap-baixado                      value "B".
      *>-> Baixa: a partir da competência da baixa o bem não recebe mais
      *>-> parcelas, e o saldo das frações restantes fica cancelado
           05 ciap-data-baixa     pic is 9(08)    value is zeros.
           05 ciap-baixa-partes   redefines ciap-data-baixa.
              10 ciap-compet-baixa pic is 9(06).
              10 filler           pic is 9(02).
           05 ciap-motivo-baixa   pic is x(01)    value is space.
              88 ciap-baixa-venda                 value is "V".
              88 ciap-baixa-perda                  value "P".
              88 ciap-baixa-valida                value is "V" "P".
      *>--------------------------------------------------------------------------------------------------------------<*
