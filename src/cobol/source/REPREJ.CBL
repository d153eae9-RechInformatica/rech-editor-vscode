      *>->                              falha ou parcial não apaga mais rejeitos pendentes; a
      *>->                              regravação também passou a conferir e alertar a contagem
      *>->                              efetivamente regravada
      *>-> 15/10/2026  equipe fiscal    O relançamento passou a repassar a CALICM o documento e o cadastro
      *>->                              do rejeito (REJ-DOCUMENTO/REJ-CADASTRO), para o documento
      *>->                              relançado entrar no registro DOCICM e ser conferido contra ele:
      *>->                              uma reexecução posterior do movimento não o posta de novo
      *>-> 15/10/2026  equipe fiscal    O relançamento passou a repassar a CALICM o modo DIFAL gravado na
      *>->                              imagem do rejeito (REJ-MODO-DIFAL): o documento de destinatário
      *>->                              não contribuinte relançado apura o DIFAL como no lançamento
      *>->                              original (linhas antigas, sem o campo, relançam sem DIFAL)
      *>-> 15/10/2026  equipe fiscal    O relançamento passou a repassar a CALICM o estabelecimento do
      *>->                              rejeito (REJ-ESTABELECIMENTO), para o documento relançado cair
      *>->                              nos acumuladores e no registro de documentos do estabelecimento
      *>->                              que o emitiu (linhas antigas, sem o campo, relançam na matriz);
      *>->                              o estabelecimento passou a ser exibido com o rejeito
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
                   " ST "      REJ-INDICADOR-ST
                   " MVA "     REJ-MVA-ST
                   " COMPET "  REJ-DATA-COMPETENCIA
                   " TIPO "    REJ-TIPO-LCTO
                   " DIFAL "   REJ-MODO-DIFAL.
           DISPLAY "DOCUMENTO " REJ-DOCUMENTO
                   " CADASTRO " REJ-CADASTRO
                   " ESTAB "   REJ-ESTABELECIMENTO.
           DISPLAY "MOTIVO "   REJ-MOTIVO.
           DISPLAY "ACAO (C=CORRIGE E RELANCA B=BAIXA V=VOLTA): "
           ACCEPT  W-ACAO-REJEITO.
           MOVE REJ-MVA-ST        TO LK-MVA-ST.
           MOVE REJ-DATA-COMPETENCIA TO LK-DATA-COMPETENCIA.
           MOVE REJ-TIPO-LCTO     TO LK-TIPO-LANCAMENTO.
           IF REJ-DOCUMENTO NUMERIC AND REJ-CADASTRO NUMERIC
              MOVE REJ-DOCUMENTO  TO LK-DOCUMENTO
              MOVE REJ-CADASTRO   TO LK-CADASTRO
           END-IF.
           MOVE REJ-MODO-DIFAL    TO LK-MODO-DIFAL.
           IF REJ-ESTABELECIMENTO NUMERIC
              MOVE REJ-ESTABELECIMENTO TO LK-ESTABELECIMENTO
           END-IF.
           CALL "CALICM"          USING LK-DADOS-CALICM.
           IF LK-SEM-ERRO
              MOVE "R"            TO REJ-DISPOSICAO
              ADD 1               TO W-QTD-REPROC-OK
              DISPLAY "RELANCAMENTO EFETIVADO - ICMS "
                      LK-ICMS-CALCULADO " ST " LK-ICMS-ST-CALCULADO
                      " DIFAL " LK-DIFAL-CALCULADO
           ELSE
      *>-> CALICM já gravou o novo rejeito pendente no log vivo; a linha
      *>-> original fica marcada como reprocessada e rejeitada de novo
