      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Registro de controle de execução da cadeia fiscal (arquivo CTLEXEC, chave programa + competência),...........<*
      *>-> mantido por CTLEXE no início e no fim de cada execução de LANICM, CREICM, RECICM, APUICM, INTICM e...........<*
      *>-> FECICM: guarda a situação da última execução, consultada pelos pré-requisitos de cada passo..................<*
      *>-> (competência aaaamm; nos passos anuais RECICM e FECICM, aaaa00)..............................................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  w-reg-ctlexe.
           05 ctle-chave.
              10 ctle-programa    pic is x(08)    value is spaces.
              10 ctle-competencia pic is 9(06)    value is zeros.
      *>-> Situação da última execução: E = iniciada e sem fim registrado
      *>-> (em execução ou interrompida), C = concluída
           05 ctle-situacao       pic is x(01)    value is space.
              88 ctle-em-execucao                 value is "E".
              88 ctle-concluida                    value "C".
           05 ctle-qtd-execucoes  pic is 9(04)    value is zeros.
           05 ctle-usuario        pic is x(08)    value is spaces.
           05 ctle-data-inicio    pic is 9(08)    value is zeros.
           05 ctle-hora-inicio    pic is 9(06)    value is zeros.
           05 ctle-data-fim       pic is 9(08)    value is zeros.
           05 ctle-hora-fim       pic is 9(06)    value is zeros.
      *>-> Contagens e totais de controle informados pelo passo no fim
           05 ctle-qtd-lidos      pic is 9(07)    value is zeros.
           05 ctle-qtd-processados pic is 9(07)   value is zeros.
           05 ctle-qtd-rejeitados pic is 9(07)    value is zeros.
           05 ctle-total-1        pic is s9(11)v99 comp-3.
           05 ctle-total-2        pic is s9(11)v99 comp-3.
      *>-> Resultado informado pelo passo (p.ex. divergências de RECICM)
           05 ctle-mensagem       pic is x(60)    value is spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
