      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      R E L A T Ó R I O   D E   H I S T Ó R I C O   D E   E X E C U Ç Õ E S   D A   C A D E I A             <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                RELEXE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: relatório de histórico de execuções da cadeia
      *>->                              fiscal para a operação ler no início do turno - os eventos de
      *>->                              início, fim e recusa por pré-requisito gravados por CTLEXE em
      *>->                              CTLEXE.LOG a partir da data do PARM (omitida = dia anterior), e
      *>->                              a situação dos passos no controle CTLEXEC, com destaque para os
      *>->                              que estão sem fim registrado (em execução ou interrompidos)
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Histórico de execuções gravado por CTLEXE, um evento por linha
           select f-historico
                  assign to      "CTLEXE.LOG"
                  organization   is line sequential
                  file status    is w-fs-historico.
      *>-> Mestre de controle de execução, última execução por passo
           select f-controle
                  assign to      "CTLEXEC"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is ctle-chave
                  file status    is w-fs-controle.
      *>-> Relatório de histórico de execuções
           select f-relatorio
                  assign to      "RELEXERL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-historico.
       01  reg-historico          pic is x(200).
       fd  f-controle.
       copy                       "CTLEXE.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "RELEXE".
      *>-> Status dos arquivos
       01  w-fs-historico         pic is x(02)    value is spaces.
       01  w-fs-controle          pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Data inicial do histórico (parâmetro de execução aaaammdd)
       01  w-data-inicial         pic is 9(08)    value is zeros.
      *>-> Linha do histórico de execuções
       copy                       "CTLHIS.CPY".
      *>-> Indicador de fim da varredura do mestre de controle
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Contadores do relatório
       01  w-qtd-lidos            pic is 9(07)    value is zeros.
       01  w-qtd-listados         pic is 9(07)    value is zeros.
       01  w-qtd-recusas          pic is 9(07)    value is zeros.
       01  w-qtd-sem-fim          pic is 9(07)    value is zeros.
       01  w-qtd-passos           pic is 9(07)    value is zeros.
      *>-> Cabeçalho e linha de evento do histórico
       01  w-cab-evento.
           05 filler              pic is x(09)    value is "DATA".
           05 filler              pic is x(07)    value is "HORA".
           05 filler              pic is x(09)    value is "PROGRAMA".
           05 filler              pic is x(07)    value is "COMPET".
           05 filler              pic is x(07)    value is "EVENTO".
           05 filler              pic is x(09)    value is "USUARIO".
           05 filler              pic is x(10)    value is "    LIDOS".
           05 filler              pic is x(10)    value is "PROCESSADO".
           05 filler              pic is x(10)    value is "REJEITADO".
           05 filler              pic is x(19)    value is
                                   "           TOTAL 1".
           05 filler              pic is x(09)    value is "RESULTADO".
       01  w-linha-evento.
           05 lev-data            pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lev-hora            pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lev-programa        pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lev-competencia     pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lev-evento          pic is x(06)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lev-usuario         pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lev-qtd-lidos       pic is z.zzz.zz9 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lev-qtd-processados pic is z.zzz.zz9 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lev-qtd-rejeitados  pic is z.zzz.zz9 value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lev-total-1         pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lev-mensagem        pic is x(34)    value is spaces.
      *>-> Cabeçalho e linha de situação de um passo no controle
       01  w-cab-passo.
           05 filler              pic is x(09)    value is "PROGRAMA".
           05 filler              pic is x(07)    value is "COMPET".
           05 filler              pic is x(17)    value is "SITUACAO".
           05 filler              pic is x(06)    value is " EXEC".
           05 filler              pic is x(16)    value is "INICIO".
           05 filler              pic is x(16)    value is "FIM".
           05 filler              pic is x(09)    value is "RESULTADO".
       01  w-linha-passo.
           05 lps-programa        pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lps-competencia     pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lps-situacao        pic is x(16)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lps-qtd-execucoes   pic is z.zz9    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lps-data-inicio     pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lps-hora-inicio     pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lps-data-fim        pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lps-hora-fim        pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lps-mensagem        pic is x(60)    value is spaces.
      *>-> Linha de contagem do relatório de totais
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=RELEXE,PARM='aaaammdd'): meia-palavra
      *>-> com o tamanho do texto, seguida da data inicial do histórico
       01  lk-parm-data.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-data.
      *>--------------------------------------------------------------------------------------------------------------<*
       RELE-PRINCIPAL             SECTION.
       RELE-INICIO.
           IF LK-PARM-TAM = 8 AND
              LK-PARM-VALOR NUMERIC
              MOVE LK-PARM-VALOR  TO W-DATA-INICIAL
           END-IF.
      *>-> Sem data no PARM, o histórico começa no dia anterior (turno
      *>-> que passou)
           IF W-DATA-INICIAL = ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATA-INICIAL
              COMPUTE W-DATA-INICIAL =
                      FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(W-DATA-INICIAL) - 1)
           END-IF.
           PERFORM                RELE-ABRE-RELATORIO.
           PERFORM                RELE-LISTA-HISTORICO.
           PERFORM                RELE-LISTA-PASSOS.
           PERFORM                RELE-EMITE-TOTAIS.
           CLOSE                  F-RELATORIO.
           DISPLAY "RELEXE: " W-QTD-LISTADOS " EVENTO(S) DESDE "
                   W-DATA-INICIAL " " W-QTD-SEM-FIM
                   " PASSO(S) SEM FIM REGISTRADO".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o relatório e escreve o cabeçalho da execução...........................................................<*
       RELE-ABRE-RELATORIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "HISTORICO DE EXECUCOES DA CADEIA FISCAL DESDE "
                                   DELIMITED SIZE
                  W-DATA-INICIAL  DELIMITED SIZE
                  " - EMITIDO EM " DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:8)
                                   DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lista os eventos do histórico a partir da data inicial, na ordem em que foram gravados.......................<*
       RELE-LISTA-HISTORICO.
           MOVE "EVENTOS (INICIO, FIM E RECUSA POR PRE-REQUISITO)"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-EVENTO      TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           OPEN INPUT             F-HISTORICO.
           IF W-FS-HISTORICO = "35" OR "05"
              CLOSE               F-HISTORICO
              MOVE "  HISTORICO CTLEXE.LOG AINDA SEM EVENTOS"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-HISTORICO NOT = "00"
              DISPLAY "HISTORICO CTLEXE.LOG INDISPONIVEL - STATUS "
                      W-FS-HISTORICO
              STOP RUN
           END-IF.
           PERFORM                UNTIL EXIT
              READ                F-HISTORICO
                 AT END
                    EXIT PERFORM
              END-READ
              ADD 1               TO W-QTD-LIDOS
              MOVE REG-HISTORICO  TO W-LINHA-HISTORICO
              IF LHI-DATA NUMERIC AND
                 LHI-DATA NOT < W-DATA-INICIAL
                 PERFORM          RELE-LINHA-EVENTO
              END-IF
           END-PERFORM.
           CLOSE                  F-HISTORICO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime um evento do histórico...............................................................................<*
       RELE-LINHA-EVENTO.
           ADD 1                  TO W-QTD-LISTADOS.
           IF LHI-EVENTO = "RECUSA"
              ADD 1               TO W-QTD-RECUSAS
           END-IF.
           MOVE LHI-DATA          TO LEV-DATA.
           MOVE LHI-HORA          TO LEV-HORA.
           MOVE LHI-PROGRAMA      TO LEV-PROGRAMA.
           MOVE LHI-COMPETENCIA   TO LEV-COMPETENCIA.
           MOVE LHI-EVENTO        TO LEV-EVENTO.
           MOVE LHI-USUARIO       TO LEV-USUARIO.
           MOVE LHI-QTD-LIDOS     TO LEV-QTD-LIDOS.
           MOVE LHI-QTD-PROCESSADOS TO LEV-QTD-PROCESSADOS.
           MOVE LHI-QTD-REJEITADOS TO LEV-QTD-REJEITADOS.
           MOVE LHI-TOTAL-1       TO LEV-TOTAL-1.
           MOVE LHI-MENSAGEM      TO LEV-MENSAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-EVENTO    TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lista a situação dos passos no controle: os sem fim registrado (qualquer data) e os executados a partir......<*
      *>-> da data inicial..............................................................................................<*
       RELE-LISTA-PASSOS.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "SITUACAO DOS PASSOS NO CONTROLE CTLEXEC"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-PASSO       TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           OPEN INPUT             F-CONTROLE.
           IF W-FS-CONTROLE = "35" OR "05"
              CLOSE               F-CONTROLE
              MOVE "  CONTROLE CTLEXEC AINDA SEM PASSOS REGISTRADOS"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-CONTROLE NOT = "00"
              DISPLAY "CONTROLE CTLEXEC INDISPONIVEL - STATUS "
                      W-FS-CONTROLE
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO CTLE-CHAVE.
           START                  F-CONTROLE
                                  KEY IS NOT < CTLE-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-CONTROLE NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa encerra a varredura,
      *>-> para não ciclar em erro
              IF W-FS-CONTROLE NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 PERFORM          RELE-LINHA-PASSO
              END-IF
           END-PERFORM.
           CLOSE                  F-CONTROLE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Imprime a situação do passo corrente quando está sem fim ou foi executado a partir da data inicial...........<*
       RELE-LINHA-PASSO.
           IF CTLE-EM-EXECUCAO
              ADD 1               TO W-QTD-SEM-FIM
              MOVE "*** SEM FIM ***" TO LPS-SITUACAO
           ELSE
              IF CTLE-DATA-INICIO < W-DATA-INICIAL AND
                 CTLE-DATA-FIM < W-DATA-INICIAL
                 EXIT             PARAGRAPH
              END-IF
              MOVE "CONCLUIDA"    TO LPS-SITUACAO
           END-IF.
           ADD 1                  TO W-QTD-PASSOS.
           MOVE CTLE-PROGRAMA     TO LPS-PROGRAMA.
           MOVE CTLE-COMPETENCIA  TO LPS-COMPETENCIA.
           MOVE CTLE-QTD-EXECUCOES TO LPS-QTD-EXECUCOES.
           MOVE CTLE-DATA-INICIO  TO LPS-DATA-INICIO.
           MOVE CTLE-HORA-INICIO  TO LPS-HORA-INICIO.
           MOVE CTLE-DATA-FIM     TO LPS-DATA-FIM.
           MOVE CTLE-HORA-FIM     TO LPS-HORA-FIM.
           IF CTLE-EM-EXECUCAO
              MOVE "EM EXECUCAO OU INTERROMPIDO - CONFERIR E REEXECUTAR"
                TO LPS-MENSAGEM
           ELSE
              MOVE CTLE-MENSAGEM  TO LPS-MENSAGEM
           END-IF.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-PASSO     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite os totais do relatório.................................................................................<*
       RELE-EMITE-TOTAIS.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "TOTAIS DE CONTROLE" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "EVENTOS LIDOS NO HISTORICO" TO LCT-DESCRICAO.
           MOVE W-QTD-LIDOS       TO LCT-QUANTIDADE.
           PERFORM                RELE-GRAVA-CONTAGEM.
           MOVE "EVENTOS LISTADOS DESDE A DATA INICIAL"
             TO LCT-DESCRICAO.
           MOVE W-QTD-LISTADOS    TO LCT-QUANTIDADE.
           PERFORM                RELE-GRAVA-CONTAGEM.
           MOVE "  DOS QUAIS RECUSAS POR PRE-REQUISITO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-RECUSAS     TO LCT-QUANTIDADE.
           PERFORM                RELE-GRAVA-CONTAGEM.
           MOVE "PASSOS LISTADOS NO CONTROLE" TO LCT-DESCRICAO.
           MOVE W-QTD-PASSOS      TO LCT-QUANTIDADE.
           PERFORM                RELE-GRAVA-CONTAGEM.
           MOVE "  DOS QUAIS SEM FIM REGISTRADO" TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-FIM     TO LCT-QUANTIDADE.
           PERFORM                RELE-GRAVA-CONTAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do relatório (descrição e quantidade já preenchidas).............................<*
       RELE-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
