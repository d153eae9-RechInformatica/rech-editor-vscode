           05 filler              pic is x(01)    value is ";".
           05 lan-tipo-lancamento pic is x(01)    value is "N".
              88 lan-lcto-estorno                 value is "E".
      *>-> Estabelecimento emitente do documento (mestre ESTABEL), que
      *>-> define a UF de origem do cálculo; arquivos no layout anterior
      *>-> chegam com espaços e são lançados no estabelecimento matriz
           05 filler              pic is x(01)    value is ";".
           05 lan-estabelecimento pic is 9(04)    value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
