      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro das apropriações mensais do CIAP (arquivo CIAPAPR, chave bem + competência), gravado por APRCIA.....<*
      *>-> a cada parcela postada e lido pelo demonstrativo de controle por bem (EXTCIA). A existência do registro......<*
      *>-> impede que a reexecução de uma competência poste a parcela duas vezes........................................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-ciap-aprop.
           05 ciapa-chave.
              10 ciapa-bem        pic is 9(06)    value is zeros.
              10 ciapa-competencia pic is 9(06)   value is zeros.
           05 ciapa-estabelecimento pic is 9(04)  value is zeros.
      *>-> Número da parcela (1 a 48) e fração de 1/48 do ICMS do bem
           05 ciapa-parcela       pic is 9(02)    value is zeros.
           05 ciapa-fracao        pic is 9(09)v99 value is zeros.
      *>-> Saídas tributadas e totais do estabelecimento na competência
      *>-> (diário ICMSMOV.LOG) e o coeficiente tributadas / totais
           05 ciapa-saidas-tributadas pic is s9(13)v99 comp-3.
           05 ciapa-saidas-totais pic is s9(13)v99 comp-3.
           05 ciapa-coeficiente   pic is 9(01)v9(06) value is zeros.
      *>-> Crédito apropriado: fração x coeficiente
           05 ciapa-valor-apropriado pic is 9(09)v99 value is zeros.
           05 ciapa-data-apropriacao pic is 9(08) value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
