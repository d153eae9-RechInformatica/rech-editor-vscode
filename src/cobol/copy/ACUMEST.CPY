      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumulador mensal de débitos de ICMS por estabelecimento e ano-base, atualizado por CALICM em paralelo.......<*
      *>-> ao acumulador geral da empresa (ACUMICM.CPY, que continua sendo a visão consolidada e guarda as..............<*
      *>-> travas de ano/mês) e lido pela apuração (APUICM), pela interface contábil (INTICM) e pelo....................<*
      *>-> fechamento anual (FECICM), que transporta o saldo de um ano para o seguinte por estabelecimento..............<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-acum-est.
           05 acest-chave.
              10 acest-estab      pic is 9(04)    value is zeros.
              10 acest-ano        pic is 9(04)    value is zeros.
      *>-> Saldo transportado do ano anterior pelo fechamento anual
           05 acest-saldo-anterior pic is s9(09)v99 comp-3.
      *>-> Acumulador de 12 meses, com sinal (estornos de devolução)
           05 acest-occdad.
              10 acest-occ        occurs 12 times.
                 15 acest-filho-occ
                                   pic is s9(09)v99 comp-3.
      *>--------------------------------------------------------------------------------------------------------------<*
