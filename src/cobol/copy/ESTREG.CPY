      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro do cadastro mestre de estabelecimentos da empresa (arquivo ESTABEL, chave código do.................<*
      *>-> estabelecimento), mantido por MANEST: cada filial tem CNPJ, inscrição estadual e UF próprios e apura.........<*
      *>-> o ICMS em separado. A UF do estabelecimento é a UF de origem das saídas lançadas por LANICM..................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-estabelecimento.
           05 est-codigo          pic is 9(04)    value is zeros.
           05 est-nome            pic is x(40)    value is spaces.
           05 est-cnpj            pic is 9(14)    value is zeros.
           05 est-ie              pic is x(14)    value is spaces.
           05 est-uf              pic is x(02)    value is spaces.
      *>-> Código IBGE do município do estabelecimento (mestre MUNICIP)
           05 est-municipio-ibge  pic is 9(07)    value is zeros.
      *>-> Situação: A = ativo, I = inativo (não recebe lançamentos)
           05 est-situacao        pic is x(01)    value is "A".
              88 est-ativo                        value is "A".
              88 est-inativo                       value "I".
      *>--------------------------------------------------------------------------------------------------------------<*
