              10 cre-comp-ano     pic is 9(04).
              10 cre-comp-mes     pic is 9(02).
              10 cre-comp-dia     pic is 9(02).
      *>-> Estabelecimento destinatário da compra (mestre ESTABEL), dono
      *>-> do crédito; arquivos no layout anterior chegam com espaços e
      *>-> são creditados no estabelecimento matriz
           05 filler              pic is x(01)    value is ";".
           05 cre-estabelecimento pic is 9(04)    value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
