      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro da guia de recolhimento (GARE) do ICMS apurado, uma por estabelecimento e competência (arquivo......<*
      *>-> GAREICM, chave estabelecimento + aaaamm), gerada por GERGAR a partir do saldo a recolher de APUREST, pois....<*
      *>-> cada filial recolhe com a inscrição estadual própria; pagamento registrado em MANGAR, multa e juros SELIC....<*
      *>-> calculados por ENCGAR, acompanhada por AGEGAR e enviada ao razão por INTICM..................................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-gare.
           05 gare-chave.
              10 gare-estab       pic is 9(04)    value is zeros.
              10 gare-competencia pic is 9(06)    value is zeros.
      *>-> Situação da guia: A = aberta (sem pagamento), R = paga em
      *>-> parte (resta saldo devedor), P = quitada, X = cancelada (a
      *>-> apuração regerada deixou de ter saldo a recolher)
           05 gare-situacao       pic is x(01)    value is "A".
              88 gare-aberta                      value is "A".
              88 gare-parcial                      value "R".
              88 gare-quitada                      value "P".
              88 gare-cancelada                    value "X".
      *>-> Data de geração e data de vencimento (aaaammdd)
           05 gare-data-geracao   pic is 9(08)    value is zeros.
           05 gare-data-vencimento pic is 9(08)   value is zeros.
      *>-> Valor principal: saldo a recolher da apuração da competência
           05 gare-valor-principal pic is 9(11)v99 comp-3.
      *>-> Pagamento registrado em MANGAR: data, valor e autenticação
      *>-> bancária (zeros/espaços enquanto a guia não é paga)
           05 gare-data-pagamento pic is 9(08)    value is zeros.
           05 gare-valor-pago     pic is 9(11)v99 comp-3.
           05 gare-autenticacao   pic is x(30)    value is spaces.
      *>-> Encargos de mora calculados por ENCGAR: data do cálculo, dias
      *>-> de atraso, base em atraso, multa, juros SELIC e saldo devedor
      *>-> (principal + encargos - valor pago)
           05 gare-data-calculo   pic is 9(08)    value is zeros.
           05 gare-dias-atraso    pic is 9(05)    value is zeros.
           05 gare-base-atraso    pic is 9(11)v99 comp-3.
           05 gare-valor-multa    pic is 9(11)v99 comp-3.
           05 gare-valor-juros    pic is 9(11)v99 comp-3.
           05 gare-saldo-devedor  pic is 9(11)v99 comp-3.
      *>--------------------------------------------------------------------------------------------------------------<*
