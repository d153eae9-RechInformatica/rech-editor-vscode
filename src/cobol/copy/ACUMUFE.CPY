      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumulador mensal de ICMS por estabelecimento, ano-base e UF de destino, atualizado por CALICM em............<*
      *>-> paralelo ao acumulador por UF da empresa (ACUMUF.CPY) e lido pelo demonstrativo anual por UF (GIAICM)........<*
      *>-> nas seções de cada estabelecimento...........................................................................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-acum-uf-est.
           05 acufe-chave.
              10 acufe-estab      pic is 9(04)    value is zeros.
              10 acufe-ano        pic is 9(04)    value is zeros.
              10 acufe-uf         pic is x(02)    value is spaces.
      *>-> Acumulador de 12 meses, com sinal (estornos de devolução)
           05 acufe-occdad.
              10 acufe-occ        occurs 12 times.
                 15 acufe-filho-occ
                                   pic is s9(09)v99 comp-3.
      *>--------------------------------------------------------------------------------------------------------------<*
