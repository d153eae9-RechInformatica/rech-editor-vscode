      *>-> amarrado (registros anteriores ao mestre, a normalizar por
      *>-> NRMCID)
           05 cad-municipio-ibge  pic is 9(07)    value is zeros.
      *>-> Indicador de contribuinte do ICMS: S = contribuinte, N = não
      *>-> contribuinte (consumidor final); na venda interestadual a não
      *>-> contribuinte CALICM apura o diferencial de alíquota (DIFAL)
      *>-> devido a UF de destino
           05 cad-contribuinte-icms pic is x(01)  value is "S".
              88 cad-contribuinte                 value is "S".
              88 cad-nao-contribuinte              value "N".
              88 cad-contribuinte-valido           value is "S" "N".
      *>-> Situação cadastral do CNPJ na Receita Federal, gravada pela
      *>-> carga CRGRFB: A = ativa, S = suspensa, I = inapta, B = baixada,
      *>-> N = nula; branco = ainda não carregada (tratada como regular).
      *>-> Cadastro irregular não recebe lançamentos (LANICM/CREICM) sem
      *>-> a liberação do supervisor abaixo
           05 cad-situacao-federal pic is x(01)   value is space.
              88 cad-federal-regular              value is space "A".
              88 cad-federal-irregular             value "S" "I"
                                                   "B" "N".
              88 cad-federal-valida                value space "A"
                                                   "S" "I" "B" "N".
           05 cad-data-sit-federal pic is 9(08)   value is zeros.
      *>-> Liberação do supervisor para lançar com a situação federal
      *>-> irregular (MANCAD, operação L); vale para a situação vigente e
      *>-> cai quando a carga CRGRFB traz situação ou data diferente
           05 cad-liberacao-federal pic is x(01)  value is "N".
              88 cad-federal-liberado             value is "S".
              88 cad-federal-nao-liberado          value "N".
           05 cad-data-liberacao  pic is 9(08)    value is zeros.
           05 cad-usuario-liberacao pic is x(08)  value is spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
