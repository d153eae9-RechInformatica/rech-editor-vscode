      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Área de comunicação da rotina de controle de execução (CTLEXE): o passo informa a função, o programa e.......<*
      *>-> a competência; no início (I) e no fim (F) CTLEXE atualiza o mestre CTLEXEC e grava o evento no histórico.....<*
      *>-> CTLEXE.LOG; a recusa por pré-requisito (R) só vai para o histórico, sem tocar na última execução; a..........<*
      *>-> consulta (C) devolve a última execução do programa/competência pedidos, para a conferência de................<*
      *>-> pré-requisitos...............................................................................................<*
      *>--------------------------------------------------------------------------------------------------------------<*
       01  lk-dados-ctlexe.
      *>-> Função: I = início, F = fim, R = recusa, C = consulta
           05 lk-ctl-funcao       pic is x(01).
              88 lk-ctl-inicio                    value is "I".
              88 lk-ctl-fim                        value "F".
              88 lk-ctl-recusa                     value "R".
              88 lk-ctl-consulta                   value "C".
           05 lk-ctl-programa     pic is x(08).
      *>-> Competência aaaamm (passos anuais: aaaa00)
           05 lk-ctl-competencia  pic is 9(06).
      *>-> Contagens, totais e resultado informados no fim (e na recusa,
      *>-> o motivo em LK-CTL-MENSAGEM); devolvidos pela consulta
           05 lk-ctl-qtd-lidos    pic is 9(07).
           05 lk-ctl-qtd-processados pic is 9(07).
           05 lk-ctl-qtd-rejeitados pic is 9(07).
           05 lk-ctl-total-1      pic is s9(11)v99 comp-3.
           05 lk-ctl-total-2      pic is s9(11)v99 comp-3.
           05 lk-ctl-mensagem     pic is x(60).
      *>-> Devolvidos pela consulta: situação e horários da última execução
           05 lk-ctl-situacao     pic is x(01).
              88 lk-ctl-sem-execucao              value is space.
              88 lk-ctl-em-execucao                value "E".
              88 lk-ctl-concluida                  value "C".
           05 lk-ctl-data-inicio  pic is 9(08).
           05 lk-ctl-hora-inicio  pic is 9(06).
           05 lk-ctl-data-fim     pic is 9(08).
           05 lk-ctl-hora-fim     pic is 9(06).
      *>-> Retorno: 0 = ok, 1 = mestre CTLEXEC indisponível
           05 lk-ctl-retorno      pic is 9(01).
              88 lk-ctl-ok                        value is zero.
              88 lk-ctl-indisponivel               value 1.
      *>--------------------------------------------------------------------------------------------------------------<*
