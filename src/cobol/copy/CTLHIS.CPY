      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Linha do histórico de execuções da cadeia fiscal (CTLEXE.LOG), gravada por CTLEXE a cada início, fim e.......<*
      *>-> recusa por pré-requisito e lida pelo relatório de histórico de execuções (RELEXE)............................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-linha-historico.
           05 lhi-data            pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 lhi-hora            pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 lhi-usuario         pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is ";".
           05 lhi-programa        pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is ";".
           05 lhi-competencia     pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is ";".
      *>-> Evento: INICIO, FIM ou RECUSA
           05 lhi-evento          pic is x(06)    value is spaces.
           05 filler              pic is x(01)    value is ";".
           05 lhi-qtd-lidos       pic is 9(07)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 lhi-qtd-processados pic is 9(07)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 lhi-qtd-rejeitados  pic is 9(07)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 lhi-total-1         pic is s9(11)v99
                                   sign is leading separate
                                   value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 lhi-total-2         pic is s9(11)v99
                                   sign is leading separate
                                   value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 lhi-mensagem        pic is x(60)    value is spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
