      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumulador mensal de créditos de ICMS das entradas por estabelecimento e ano-base, atualizado pelo...........<*
      *>-> batch de créditos (CREICM) em paralelo ao acumulador de créditos da empresa (ACUMCRE.CPY) e lido.............<*
      *>-> pela apuração mensal (APUICM) de cada estabelecimento........................................................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-acum-cred-est.
           05 acres-chave.
              10 acres-estab      pic is 9(04)    value is zeros.
              10 acres-ano        pic is 9(04)    value is zeros.
      *>-> Acumulador de 12 meses, um total de crédito por mês
           05 acres-occdad.
              10 acres-occ        occurs 12 times.
                 15 acres-filho-occ
                                   pic is 9(09)v99 comp-3.
      *>--------------------------------------------------------------------------------------------------------------<*
