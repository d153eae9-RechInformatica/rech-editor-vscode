      *>->                              13 dígitos e a verificação/recarga comparava contra o hash
      *>->                              cheio, acusando divergência em arquivo são (a soma dos CNPJ de
      *>->                              14 dígitos já estoura 13 dígitos com um registro)
      *>-> 15/10/2026  equipe fiscal    A imagem do cadastro no backup ganhou o indicador de contribuinte
      *>->                              do ICMS (BKC-CONTRIBUINTE); a recarga de backup anterior ao campo
      *>->                              deriva o indicador do tipo do cadastro, como a conversão CNVCTB
      *>-> 15/10/2026  equipe cadastro  A imagem do cadastro no backup ganhou a situação federal e a
      *>->                              liberação do supervisor (BKC-SIT-FEDERAL a BKC-USUARIO-LIB) e o
      *>->                              registro de backup do cadastro passou a 200 posições; a recarga
      *>->                              de backup anterior aos campos traz a situação em branco (não
      *>->                              carregada) e sem liberação, como a conversão CNVRFB
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       fd  f-acum-uf.
       copy                       "ACUMUF.CPY".
       fd  f-bkp-cad.
       01  reg-bkp-cad            pic is x(200).
       fd  f-bkp-acum.
       01  reg-bkp-acum           pic is x(200).
       fd  f-bkp-acumuf.
           05 bkc-cep             pic is 9(08)    value is zeros.
           05 bkc-situacao        pic is x(01)    value is space.
           05 bkc-municipio       pic is 9(07)    value is zeros.
      *>-> Indicador de contribuinte do ICMS (backups anteriores ao
      *>-> campo chegam com espaço: a recarga deriva do tipo do cadastro,
      *>-> mesma regra da conversão CNVCTB)
           05 bkc-contribuinte    pic is x(01)    value is space.
      *>-> Situação federal e liberação do supervisor (backups anteriores
      *>-> aos campos chegam com espaço: a recarga assume situação não
      *>-> carregada e sem liberação, como a conversão CNVRFB)
           05 bkc-sit-federal     pic is x(01)    value is space.
           05 bkc-data-sit-federal pic is 9(08)   value is zeros.
           05 bkc-liberacao       pic is x(01)    value is space.
           05 bkc-data-liberacao  pic is 9(08)    value is zeros.
           05 bkc-usuario-lib     pic is x(08)    value is spaces.
      *>-> Imagem DISPLAY do registro do acumulador geral (tipo 2)
       01  w-bkp-reg-acum.
           05 bka-tipo            pic is x(01)    value is "2".
           MOVE CAD-CEP           TO BKC-CEP.
           MOVE CAD-SITUACAO      TO BKC-SITUACAO.
           MOVE CAD-MUNICIPIO-IBGE TO BKC-MUNICIPIO.
           MOVE CAD-CONTRIBUINTE-ICMS TO BKC-CONTRIBUINTE.
           MOVE CAD-SITUACAO-FEDERAL TO BKC-SIT-FEDERAL.
           MOVE CAD-DATA-SIT-FEDERAL TO BKC-DATA-SIT-FEDERAL.
           MOVE CAD-LIBERACAO-FEDERAL TO BKC-LIBERACAO.
           MOVE CAD-DATA-LIBERACAO TO BKC-DATA-LIBERACAO.
           MOVE CAD-USUARIO-LIBERACAO TO BKC-USUARIO-LIB.
           MOVE SPACES            TO REG-BKP-CAD.
           MOVE W-BKP-REG-CAD     TO REG-BKP-CAD.
           WRITE                  REG-BKP-CAD.
           MOVE BKC-CEP           TO CAD-CEP.
           MOVE BKC-SITUACAO      TO CAD-SITUACAO.
           MOVE BKC-MUNICIPIO     TO CAD-MUNICIPIO-IBGE.
           MOVE BKC-CONTRIBUINTE  TO CAD-CONTRIBUINTE-ICMS.
           IF NOT CAD-CONTRIBUINTE-VALIDO
              IF CAD-TIPO-CLIENTE
                 SET              CAD-NAO-CONTRIBUINTE TO TRUE
              ELSE
                 SET              CAD-CONTRIBUINTE TO TRUE
              END-IF
           END-IF.
           MOVE BKC-SIT-FEDERAL   TO CAD-SITUACAO-FEDERAL.
           IF NOT CAD-FEDERAL-VALIDA OR
              BKC-DATA-SIT-FEDERAL NOT NUMERIC
              MOVE SPACE          TO CAD-SITUACAO-FEDERAL
              MOVE ZEROS          TO CAD-DATA-SIT-FEDERAL
           ELSE
              MOVE BKC-DATA-SIT-FEDERAL TO CAD-DATA-SIT-FEDERAL
           END-IF.
           IF BKC-LIBERACAO = "S" AND
              BKC-DATA-LIBERACAO NUMERIC
              SET                 CAD-FEDERAL-LIBERADO TO TRUE
              MOVE BKC-DATA-LIBERACAO TO CAD-DATA-LIBERACAO
              MOVE BKC-USUARIO-LIB TO CAD-USUARIO-LIBERACAO
           ELSE
              SET                 CAD-FEDERAL-NAO-LIBERADO TO TRUE
              MOVE ZEROS          TO CAD-DATA-LIBERACAO
              MOVE SPACES         TO CAD-USUARIO-LIBERACAO
           END-IF.
           WRITE                  W-REG-CADASTRO
              INVALID KEY
                 DISPLAY "CHAVE DUPLICADA NA RECARGA: " CAD-CODIGO
