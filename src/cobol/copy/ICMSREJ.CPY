              88 rej-reproc-rejeitado              value "N".
              88 rej-baixado                       value "B".
              88 rej-informativo                   value "I".
      *>-> Documento fiscal e código do cadastro da transação rejeitada
      *>-> (linhas antigas e chamadores sem identificação: zeros/espaços),
      *>-> repassados a CALICM no relançamento pelo REPREJ
           05 filler              pic is x(01)    value is ";".
           05 rej-documento       pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 rej-cadastro        pic is 9(06)    value is zeros.
      *>-> Modo DIFAL da transação rejeitada (destinatário não
      *>-> contribuinte), repassado a CALICM no relançamento pelo
      *>-> REPREJ; linhas antigas chegam com espaço = sem DIFAL
           05 filler              pic is x(01)    value is ";".
           05 rej-modo-difal      pic is x(01)    value is "N".
      *>-> Estabelecimento da transação rejeitada, repassado a CALICM no
      *>-> relançamento pelo REPREJ; linhas antigas chegam com espaços =
      *>-> estabelecimento matriz
           05 filler              pic is x(01)    value is ";".
           05 rej-estabelecimento pic is 9(04)    value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
