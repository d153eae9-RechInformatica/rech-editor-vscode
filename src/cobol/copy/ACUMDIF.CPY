      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Acumulador mensal do diferencial de alíquota (DIFAL) por ano-base e UF de destino, atualizado por CALICM.....<*
      *>-> nas vendas interestaduais a não contribuinte e lido pelo demonstrativo mensal do DIFAL por UF (DIFICM),......<*
      *>-> base da emissão das guias GNRE...............................................................................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-acum-difal.
           05 acumdif-chave.
              10 acumdif-ano      pic is 9(04)    value is zeros.
              10 acumdif-uf       pic is x(02)    value is spaces.
      *>-> Acumulador de 12 meses, um total de DIFAL por mês; com sinal,
      *>-> porque os estornos de devolução (CALICM) subtraem do mês
           05 acumdif-occdad.
              10 acumdif-occ      occurs 12 times.
                 15 acumdif-filho-occ
                                   pic is s9(09)v99 comp-3.
      *>-> Quantidade líquida de documentos com DIFAL no mês (o estorno
      *>-> desconta o documento devolvido)
           05 acumdif-qtdocc.
              10 acumdif-qtd-occ  occurs 12 times.
                 15 acumdif-qtd-documentos
                                   pic is s9(07) comp-3.
      *>--------------------------------------------------------------------------------------------------------------<*
