              88 lk-erro-ano-fechado               value 2.
              88 lk-erro-acum-indisponivel          value 3.
              88 lk-erro-mes-fechado               value 4.
              88 lk-erro-documento-duplicado       value 5.
              88 lk-erro-estorno-sem-original      value 6.
              88 lk-erro-registro-indisponivel     value 7.
      *>-> Data de competência (aaaammdd) do documento fiscal, que define
      *>-> o ano-base e o mês de acumulação; zeros = data corrente, para
      *>-> compatibilidade com os chamadores que ainda não a informam
           05 lk-acao-mes-fechado pic is x(01).
              88 lk-mes-fechado-rejeita           value is "R" space.
              88 lk-mes-fechado-redireciona        value "D".
      *>-> Identidade do documento fiscal (número e código do cadastro),
      *>-> gravada no diário e no rejeito e conferida no registro de
      *>-> documentos (DOCICM): documento normal já lançado é recusado
      *>-> (LK-ERRO-DOCUMENTO-DUPLICADO) e o estorno só é aceito contra
      *>-> documento lançado e ainda não estornado; zeros = chamador que
      *>-> não identifica o documento, sem conferência no registro
           05 lk-documento        pic is 9(08).
           05 lk-cadastro         pic is 9(06).
      *>-> Modo DIFAL: S = destinatário não contribuinte do ICMS
      *>-> (consumidor final), a venda interestadual apura também o
      *>-> diferencial de alíquota devido a UF de destino (alíquota
      *>-> interna da UF de destino menos a interestadual aplicada);
      *>-> N/espaço = sem DIFAL, para os chamadores que não o informam
           05 lk-modo-difal       pic is x(01).
              88 lk-calcula-difal                 value is "S".
      *>-> DIFAL apurado (saída), gravado no diário e no acumulador por
      *>-> UF de destino do DIFAL (ACUMDIF); zeros sem DIFAL ou em erro
           05 lk-difal-calculado  pic is 9(09)v99.
      *>-> Estabelecimento da empresa que lança a transação (mestre
      *>-> ESTABEL): os acumuladores por estabelecimento (ACUMEST/ACUMUFE)
      *>-> são atualizados sob este código, gravado no diário, no rejeito
      *>-> e no registro de documentos; zeros = estabelecimento matriz,
      *>-> para os chamadores que não o informam
           05 lk-estabelecimento  pic is 9(04).
      *>--------------------------------------------------------------------------------------------------------------<*
