      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro de documentos fiscais lançados (DOCICM), um por estabelecimento + documento + cadastro,.............<*
      *>-> gravado por CALICM quando o lançamento é efetivado: o documento normal já registrado é recusado como.........<*
      *>-> duplicado (reexecução de um movimento já lançado, ou o mesmo arquivo alimentado duas vezes) e o..............<*
      *>-> estorno de devolução só é aceito contra documento registrado como lançado, que passa a estornado.............<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-documento.
      *>-> A numeração dos documentos é própria de cada estabelecimento
      *>-> (série de cada filial), por isso o estabelecimento abre a chave
           05 doc-chave.
              10 doc-estabelecimento pic is 9(04) value is zeros.
              10 doc-documento    pic is 9(08)    value is zeros.
              10 doc-cadastro     pic is 9(06)    value is zeros.
      *>-> Situação do documento: L = lançado, E = estornado (devolução)
           05 doc-situacao        pic is x(01)    value is "L".
              88 doc-lancado                      value is "L".
              88 doc-estornado                     value "E".
      *>-> Competência (aaaammdd) em que o documento foi acumulado e data
      *>-> de processamento do lançamento
           05 doc-data-competencia pic is 9(08)   value is zeros.
           05 doc-data-lcto       pic is 9(08)    value is zeros.
           05 doc-uf-origem       pic is x(02)    value is spaces.
           05 doc-uf-destino      pic is x(02)    value is spaces.
      *>-> Valores lançados pelo documento normal
           05 doc-valor-mercadoria pic is 9(09)v99 value is zeros.
           05 doc-icms            pic is 9(09)v99 value is zeros.
           05 doc-icms-st         pic is 9(09)v99 value is zeros.
      *>-> Competência e data de processamento do estorno (zeros enquanto
      *>-> o documento não é estornado)
           05 doc-compet-estorno  pic is 9(08)    value is zeros.
           05 doc-data-estorno    pic is 9(08)    value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
