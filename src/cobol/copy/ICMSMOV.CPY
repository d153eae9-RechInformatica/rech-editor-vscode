      *>-> o movimento do dia; linhas antigas chegam com espaços
           05 filler              pic is x(01)    value is ";".
           05 mov-data-lcto       pic is 9(08)    value is zeros.
      *>-> Documento fiscal e código do cadastro que originaram a linha,
      *>-> para a reconciliação chegar ao documento; linhas antigas e
      *>-> lançamentos sem identificação chegam com espaços ou zeros
           05 filler              pic is x(01)    value is ";".
           05 mov-documento       pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 mov-cadastro        pic is 9(06)    value is zeros.
      *>-> Diferencial de alíquota (DIFAL) devido a UF de destino na venda
      *>-> interestadual a não contribuinte, fora do ICMS próprio/ST da
      *>-> linha (não entra em ACUMICM/ACUMUFI, só no acumulador ACUMDIF);
      *>-> linhas antigas chegam com espaços - testar NUMERIC
           05 filler              pic is x(01)    value is ";".
           05 mov-difal           pic is 9(09)v99 value is zeros.
      *>-> Estabelecimento da empresa que lançou a linha (mestre ESTABEL);
      *>-> linhas antigas chegam com espaços - são do estabelecimento
      *>-> matriz, único antes da abertura das filiais
           05 filler              pic is x(01)    value is ";".
           05 mov-estabelecimento pic is 9(04)    value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
