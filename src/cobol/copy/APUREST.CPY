      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro da apuração mensal de ICMS por estabelecimento (APUREST), um por estabelecimento e..................<*
      *>-> competência, gravado pela apuração mensal (APUICM) ao lado da apuração consolidada da empresa................<*
      *>-> (APURICM.CPY): cada filial tem inscrição estadual própria e transporta o seu saldo credor....................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-apur-est.
           05 apest-chave.
              10 apest-estab      pic is 9(04)    value is zeros.
              10 apest-competencia pic is 9(06)   value is zeros.
      *>-> Data em que a apuração foi gerada/regerada
           05 apest-data-apuracao pic is 9(08)    value is zeros.
      *>-> Débitos do mês (ACUMEST, com sinal) e créditos do mês (ACUMCRES)
           05 apest-debitos       pic is s9(11)v99 comp-3.
           05 apest-creditos      pic is 9(11)v99 comp-3.
      *>-> Saldo credor transportado da competência anterior
           05 apest-saldo-cred-ant pic is 9(11)v99 comp-3.
      *>-> Resultado: um dos dois saldos fica zerado
           05 apest-saldo-recolher pic is 9(11)v99 comp-3.
           05 apest-saldo-credor  pic is 9(11)v99 comp-3.
      *>--------------------------------------------------------------------------------------------------------------<*
