      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      C A R G A   D A   S I T U A Ç Ã O   C A D A S T R A L   N A   R E C E I T A   F E D E R A L         <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                CRGRFB.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe cadastro  Programa criado: carga da situação cadastral do CNPJ na Receita
      *>->                              Federal a partir da relação de retorno da consulta (RFBSIT:
      *>->                              CNPJ;código da situação;data da situação) - grava a situação e a
      *>->                              sua data em cada cadastro do mesmo CNPJ, cancela a liberação do
      *>->                              supervisor quando a situação muda, lista as alterações no
      *>->                              relatório e registra cada uma em AUDCAD.LOG; cadastro com CNPJ
      *>->                              inapto, suspenso, baixado ou nulo deixa de receber lançamentos
      *>->                              em LANICM e CREICM até regularizar ou ser liberado pela MANCAD
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Relação de situação cadastral devolvida pela Receita Federal
           select f-relacao
                  assign to      "RFBSIT"
                  organization   is line sequential
                  file status    is w-fs-relacao.
      *>-> Arquivo de trabalho da ordenação da relação por CNPJ/data
           select sort-work
                  assign to      "CRGRFBWK".
      *>-> Cadastro de clientes/fornecedores, regravado com a situação
           select f-cadastro
                  assign to      "CADASTRO"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is cad-codigo
                  file status    is w-fs-cadastro.
      *>-> Trilha de auditoria, a mesma de SRICAD, MANCAD e VERSEG
           select f-auditoria
                  assign to      "AUDCAD.LOG"
                  organization   is line sequential
                  file status    is w-fs-auditoria.
      *>-> Relatório da carga, com as alterações de situação
           select f-relatorio
                  assign to      "CRGRFBRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-relacao.
       01  reg-relacao.
           05 rel-cnpj            pic is 9(14).
           05 filler              pic is x(01).
           05 rel-situacao        pic is x(02).
           05 filler              pic is x(01).
           05 rel-data            pic is 9(08).
       sd  sort-work.
       01  reg-ordenacao.
           05 srt-cnpj            pic is 9(14).
           05 filler              pic is x(01).
      *>-> Código da situação na Receita: 01 = nula, 02 = ativa,
      *>-> 03 = suspensa, 04 = inapta, 08 = baixada
           05 srt-situacao        pic is x(02).
           05 filler              pic is x(01).
           05 srt-data            pic is 9(08).
       fd  f-cadastro.
       copy                       "CADREG.CPY".
       fd  f-auditoria.
       01  reg-auditoria          pic is x(160).
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "CRGRFB".
      *>-> Status dos arquivos
       01  w-fs-relacao           pic is x(02)    value is spaces.
       01  w-fs-cadastro          pic is x(02)    value is spaces.
       01  w-fs-auditoria         pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Indicador de fim do arquivo de trabalho da ordenação
       01  w-fs-sort-work         pic is x(02)    value is spaces.
      *>-> Área de comunicação com a verificação de permissão (VERSEG)
       copy                       "VERSEGLK.CPY".
      *>-> Relação carregada em memória, em ordem de CNPJ, para a busca
      *>-> binária de cada cadastro; as posições não usadas ficam com
      *>-> CNPJ todo 9, para manter a ordem da chave
       78  w78-max-relacao                        value is 30000.
       01  w-tab-relacao.
           05 w-rfb-item          occurs 30000 times
                                   ascending key is trfb-cnpj
                                   indexed by w-idx-rfb.
              10 trfb-cnpj        pic is 9(14).
              10 trfb-situacao    pic is x(01).
              10 trfb-data        pic is 9(08).
              10 trfb-casado      pic is x(01).
       01  w-qtd-relacao          pic is 9(05)    value is zeros.
       01  w-ind-rfb              pic is 9(05)    value is zeros.
      *>-> Situação convertida do código da Receita para o do cadastro
       01  w-sit-convertida       pic is x(01)    value is space.
           88 sit-desconhecida                    value is space.
      *>-> Situação e data do cadastro antes da carga, para o antes/depois
       01  w-sit-antes            pic is x(01)    value is space.
           88 antes-irregular                     value is "S" "I"
                                                   "B" "N".
       01  w-data-antes           pic is 9(08)    value is zeros.
      *>-> Liberação do supervisor cancelada pela mudança de situação
       01  w-liberacao            pic is x(01)    value is "N".
           88 liberacao-cancelada                 value is "S".
           88 liberacao-mantida                    value "N".
      *>-> Resultado da busca do CNPJ do cadastro corrente na relação
       01  w-busca-relacao        pic is x(01)    value is "N".
           88 cnpj-na-relacao                     value is "S".
           88 cnpj-fora-relacao                    value "N".
      *>-> Indicador de fim da varredura do cadastro
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Contadores da carga
       01  w-qtd-lidos-relacao    pic is 9(06)    value is zeros.
       01  w-qtd-invalidos        pic is 9(06)    value is zeros.
       01  w-qtd-repetidos        pic is 9(06)    value is zeros.
       01  w-qtd-sem-cadastro     pic is 9(06)    value is zeros.
       01  w-qtd-cadastros        pic is 9(06)    value is zeros.
       01  w-qtd-fora-relacao     pic is 9(06)    value is zeros.
       01  w-qtd-sem-alteracao    pic is 9(06)    value is zeros.
       01  w-qtd-alterados        pic is 9(06)    value is zeros.
       01  w-qtd-irregulares      pic is 9(06)    value is zeros.
       01  w-qtd-regularizados    pic is 9(06)    value is zeros.
       01  w-qtd-lib-canceladas   pic is 9(06)    value is zeros.
       01  w-qtd-bloqueados       pic is 9(06)    value is zeros.
       01  w-qtd-liberados        pic is 9(06)    value is zeros.
       01  w-qtd-erros            pic is 9(06)    value is zeros.
      *>-> Cabeçalho e linha de alteração de situação do relatório
       01  w-cab-alteracao.
           05 filler              pic is x(07)    value is "CODIGO".
           05 filler              pic is x(15)    value is "CNPJ".
           05 filler              pic is x(31)    value is "NOME".
           05 filler              pic is x(21)    value is
                                   "ANTES        DEPOIS".
           05 filler              pic is x(10)    value is "OBSERVACAO".
       01  w-linha-alteracao.
           05 lal-codigo          pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lal-cnpj            pic is 9(14)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lal-nome            pic is x(30)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lal-sit-antes       pic is x(01)    value is space.
           05 filler              pic is x(01)    value is space.
           05 lal-data-antes      pic is 9(08)    value is zeros.
           05 filler              pic is x(03)    value is " > ".
           05 lal-sit-depois      pic is x(01)    value is space.
           05 filler              pic is x(01)    value is space.
           05 lal-data-depois     pic is 9(08)    value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 lal-observacao      pic is x(40)    value is spaces.
      *>-> Linha de registro inválido da relação
       01  w-linha-invalida.
           05 filler              pic is x(28)    value is
                                   "LINHA INVALIDA NA RELACAO: ".
           05 liv-registro        pic is x(26)    value is spaces.
      *>-> Linha de contagem do resumo
       01  w-linha-contagem.
           05 lct-descricao       pic is x(45)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>-> Linha de trilha de auditoria da carga
       01  w-linha-auditoria.
           05 laud-data           pic is 9(08)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 laud-hora           pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 laud-usuario        pic is x(08)    value is spaces.
           05 filler              pic is x(01)    value is ";".
           05 laud-codigo-cad     pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is ";".
           05 laud-acao           pic is x(21)    value is spaces.
           05 filler              pic is x(01)    value is ";".
           05 laud-detalhe        pic is x(60)    value is spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
      *>--------------------------------------------------------------------------------------------------------------<*
       CRGR-PRINCIPAL             SECTION.
       CRGR-INICIO.
      *>-> Verificação de permissão de execução (VERSEG grava a negativa)
           MOVE W78-NOMPRG        TO LK-SEG-PROGRAMA.
           MOVE "E"               TO LK-SEG-OPERACAO.
           CALL "VERSEG"          USING LK-DADOS-VERSEG.
           IF LK-SEG-NEGADO
              DISPLAY "EXECUCAO NAO PERMITIDA A " LK-SEG-USUARIO
              STOP RUN
           END-IF.
           OPEN INPUT             F-RELACAO.
           IF W-FS-RELACAO NOT = "00"
              DISPLAY "RELACAO RFBSIT INDISPONIVEL - STATUS "
                      W-FS-RELACAO
              STOP RUN
           END-IF.
           CLOSE                  F-RELACAO.
           PERFORM                CRGR-ABRE-RELATORIO.
           MOVE ALL "9"           TO W-TAB-RELACAO.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-CNPJ
                ON ASCENDING KEY SRT-DATA
                USING            F-RELACAO
                OUTPUT PROCEDURE IS CRGR-CARREGA-RELACAO.
      *>-> Relação vazia ou toda inválida não atualiza cadastro nenhum
           IF W-QTD-RELACAO = ZEROS
              DISPLAY "RELACAO RFBSIT SEM REGISTRO VALIDO - "
                      "CADASTRO NAO ATUALIZADO"
              MOVE "RELACAO SEM REGISTRO VALIDO - CADASTRO NAO ALTERADO"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              CLOSE               F-RELATORIO
              STOP RUN
           END-IF.
           PERFORM                CRGR-VARRE-CADASTRO.
           PERFORM                CRGR-CONTA-SEM-CADASTRO.
           PERFORM                CRGR-EMITE-RESUMO.
           CLOSE                  F-RELATORIO.
           PERFORM                CRGR-AUDITA-RESUMO.
           DISPLAY "CRGRFB: " W-QTD-CADASTROS " CADASTRO(S) LIDO(S) "
                   W-QTD-ALTERADOS " ALTERADO(S) "
                   W-QTD-BLOQUEADOS " BLOQUEADO(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Procedimento de saída do SORT: isolado em sua própria SECTION para que o intervalo implícito do..............<*
      *>-> OUTPUT PROCEDURE pare exatamente em CRGR-CARREGA-RELACAO, sem cair no parágrafo seguinte.....................<*
       CRGR-SORT-OUTPUT           SECTION.
      *>-> Recebe a relação ordenada por CNPJ/data e carrega a tabela; CNPJ repetido fica com a situação de data........<*
      *>-> mais recente (a última do fluxo ordenado)....................................................................<*
       CRGR-CARREGA-RELACAO.
           RETURN SORT-WORK
              AT END              MOVE "10" TO W-FS-SORT-WORK
           END-RETURN.
           PERFORM UNTIL W-FS-SORT-WORK = "10"
              ADD 1               TO W-QTD-LIDOS-RELACAO
              PERFORM             CRGR-CARREGA-UM-REGISTRO
              RETURN SORT-WORK
                 AT END           MOVE "10" TO W-FS-SORT-WORK
              END-RETURN
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Rotinas da carga, fora da SECTION do OUTPUT PROCEDURE para não serem varridas por ele........................<*
       CRGR-ROTINAS               SECTION.
      *>-> Critica um registro da relação e o guarda na tabela (CNPJ ou data inválidos e situação desconhecida..........<*
      *>-> são listados e contados como inválidos)......................................................................<*
       CRGR-CARREGA-UM-REGISTRO.
           PERFORM                CRGR-CONVERTE-SITUACAO.
           IF SRT-CNPJ NOT NUMERIC OR
              SRT-CNPJ = ZEROS OR
              SRT-DATA NOT NUMERIC OR
              SRT-DATA = ZEROS OR
              SIT-DESCONHECIDA
              ADD 1               TO W-QTD-INVALIDOS
              MOVE REG-ORDENACAO  TO LIV-REGISTRO
              MOVE SPACES         TO REG-RELATORIO
              MOVE W-LINHA-INVALIDA TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-QTD-RELACAO > ZEROS
              IF TRFB-CNPJ(W-QTD-RELACAO) = SRT-CNPJ
                 ADD 1            TO W-QTD-REPETIDOS
                 MOVE W-SIT-CONVERTIDA TO TRFB-SITUACAO(W-QTD-RELACAO)
                 MOVE SRT-DATA    TO TRFB-DATA(W-QTD-RELACAO)
                 EXIT             PARAGRAPH
              END-IF
           END-IF.
      *>-> Relação maior que a tabela: parar antes de atualizar qualquer
      *>-> cadastro, em vez de carregar só parte da relação
           IF W-QTD-RELACAO NOT < W78-MAX-RELACAO
              DISPLAY "RELACAO RFBSIT EXCEDE " W78-MAX-RELACAO
                      " CNPJ - CADASTRO NAO ATUALIZADO"
              STOP RUN
           END-IF.
           ADD 1                  TO W-QTD-RELACAO.
           MOVE SRT-CNPJ          TO TRFB-CNPJ(W-QTD-RELACAO).
           MOVE W-SIT-CONVERTIDA  TO TRFB-SITUACAO(W-QTD-RELACAO).
           MOVE SRT-DATA          TO TRFB-DATA(W-QTD-RELACAO).
           MOVE "N"               TO TRFB-CASADO(W-QTD-RELACAO).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Converte o código de situação da Receita para o do cadastro (branco = código desconhecido)...................<*
       CRGR-CONVERTE-SITUACAO.
           EVALUATE               SRT-SITUACAO
              WHEN "01"
                 MOVE "N"         TO W-SIT-CONVERTIDA
              WHEN "02"
                 MOVE "A"         TO W-SIT-CONVERTIDA
              WHEN "03"
                 MOVE "S"         TO W-SIT-CONVERTIDA
              WHEN "04"
                 MOVE "I"         TO W-SIT-CONVERTIDA
              WHEN "08"
                 MOVE "B"         TO W-SIT-CONVERTIDA
              WHEN OTHER
                 MOVE SPACE       TO W-SIT-CONVERTIDA
           END-EVALUATE.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Varre o cadastro completo e confere cada um contra a relação carregada.......................................<*
       CRGR-VARRE-CADASTRO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "ALTERACOES DE SITUACAO NA RECEITA FEDERAL"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE W-CAB-ALTERACAO   TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           OPEN I-O               F-CADASTRO.
           IF W-FS-CADASTRO NOT = "00"
              DISPLAY "CADASTRO INDISPONIVEL - STATUS " W-FS-CADASTRO
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE ZEROS             TO CAD-CODIGO.
           START F-CADASTRO KEY NOT < CAD-CODIGO
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-CADASTRO NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-CADASTRO NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 ADD 1            TO W-QTD-CADASTROS
                 PERFORM          CRGR-CONFERE-UM-CADASTRO
                 PERFORM          CRGR-CONTA-BLOQUEIO
              END-IF
           END-PERFORM.
           CLOSE                  F-CADASTRO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Confere o cadastro corrente contra a relação; situação ou data diferentes são regravadas, listadas e.........<*
      *>-> auditadas; cadastro fora da relação fica como está...........................................................<*
       CRGR-CONFERE-UM-CADASTRO.
           PERFORM                CRGR-BUSCA-RELACAO.
           IF CNPJ-FORA-RELACAO
              ADD 1               TO W-QTD-FORA-RELACAO
              EXIT                PARAGRAPH
           END-IF.
           IF TRFB-SITUACAO(W-IND-RFB) = CAD-SITUACAO-FEDERAL AND
              TRFB-DATA(W-IND-RFB)     = CAD-DATA-SIT-FEDERAL
              ADD 1               TO W-QTD-SEM-ALTERACAO
              EXIT                PARAGRAPH
           END-IF.
           MOVE CAD-SITUACAO-FEDERAL TO W-SIT-ANTES.
           MOVE CAD-DATA-SIT-FEDERAL TO W-DATA-ANTES.
           MOVE TRFB-SITUACAO(W-IND-RFB) TO CAD-SITUACAO-FEDERAL.
           MOVE TRFB-DATA(W-IND-RFB)     TO CAD-DATA-SIT-FEDERAL.
      *>-> A liberação vale para a situação em que foi dada: situação
      *>-> nova volta a ser conferida (e bloqueada, se irregular)
           SET                    LIBERACAO-MANTIDA TO TRUE.
           IF CAD-FEDERAL-LIBERADO
              SET                 LIBERACAO-CANCELADA TO TRUE
              SET                 CAD-FEDERAL-NAO-LIBERADO TO TRUE
              MOVE ZEROS          TO CAD-DATA-LIBERACAO
              MOVE SPACES         TO CAD-USUARIO-LIBERACAO
           END-IF.
           REWRITE                W-REG-CADASTRO.
           IF W-FS-CADASTRO NOT = "00"
              ADD 1               TO W-QTD-ERROS
              DISPLAY "CADASTRO " CAD-CODIGO " NAO REGRAVADO - STATUS "
                      W-FS-CADASTRO
              EXIT                PARAGRAPH
           END-IF.
           ADD 1                  TO W-QTD-ALTERADOS.
           MOVE SPACES            TO LAL-OBSERVACAO.
           IF CAD-FEDERAL-IRREGULAR
              ADD 1               TO W-QTD-IRREGULARES
              MOVE "IRREGULAR - LANCAMENTOS BLOQUEADOS"
                TO LAL-OBSERVACAO
           ELSE
              IF ANTES-IRREGULAR
                 ADD 1            TO W-QTD-REGULARIZADOS
                 MOVE "REGULARIZADO - LANCAMENTOS LIBERADOS"
                   TO LAL-OBSERVACAO
              END-IF
           END-IF.
           IF LIBERACAO-CANCELADA
              ADD 1               TO W-QTD-LIB-CANCELADAS
              IF CAD-FEDERAL-IRREGULAR
                 MOVE "IRREGULAR - LIBERACAO DO SUPERVISOR CANCELADA"
                   TO LAL-OBSERVACAO
              END-IF
           END-IF.
           PERFORM                CRGR-GRAVA-ALTERACAO.
           PERFORM                CRGR-AUDITA-ALTERACAO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Busca binária do CNPJ do cadastro corrente na relação (as posições não usadas, todo 9, não contam)...........<*
       CRGR-BUSCA-RELACAO.
           SET                    CNPJ-FORA-RELACAO TO TRUE.
           IF CAD-CNPJ-CPF = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           SEARCH ALL             W-RFB-ITEM
              AT END
                 CONTINUE
              WHEN TRFB-CNPJ(W-IDX-RFB) = CAD-CNPJ-CPF
                 SET              W-IND-RFB TO W-IDX-RFB
                 IF W-IND-RFB NOT > W-QTD-RELACAO
                    SET           CNPJ-NA-RELACAO TO TRUE
                    MOVE "S"      TO TRFB-CASADO(W-IND-RFB)
                 END-IF
           END-SEARCH.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Conta o cadastro corrente, depois da carga, como bloqueado (irregular sem liberação) ou liberado.............<*
       CRGR-CONTA-BLOQUEIO.
           IF CAD-FEDERAL-IRREGULAR
              IF CAD-FEDERAL-LIBERADO
                 ADD 1            TO W-QTD-LIBERADOS
              ELSE
                 ADD 1            TO W-QTD-BLOQUEADOS
              END-IF
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Conta os CNPJ da relação que não casaram com cadastro nenhum.................................................<*
       CRGR-CONTA-SEM-CADASTRO.
           PERFORM                VARYING W-IND-RFB FROM 1 BY 1
                                   UNTIL W-IND-RFB > W-QTD-RELACAO
              IF TRFB-CASADO(W-IND-RFB) NOT = "S"
                 ADD 1            TO W-QTD-SEM-CADASTRO
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Abre o relatório e escreve o cabeçalho da carga..............................................................<*
       CRGR-ABRE-RELATORIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "CARGA DA SITUACAO CADASTRAL NA RECEITA FEDERAL - "
                                   DELIMITED SIZE
                  "DATA "         DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:8)
                                   DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "SITUACAO: A=ATIVA S=SUSPENSA I=INAPTA B=BAIXADA N=NULA"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava a linha de alteração de situação do cadastro corrente (LAL-OBSERVACAO já preenchida)...................<*
       CRGR-GRAVA-ALTERACAO.
           MOVE CAD-CODIGO        TO LAL-CODIGO.
           MOVE CAD-CNPJ-CPF      TO LAL-CNPJ.
           MOVE CAD-NOME          TO LAL-NOME.
           MOVE W-SIT-ANTES       TO LAL-SIT-ANTES.
           MOVE W-DATA-ANTES      TO LAL-DATA-ANTES.
           MOVE CAD-SITUACAO-FEDERAL TO LAL-SIT-DEPOIS.
           MOVE CAD-DATA-SIT-FEDERAL TO LAL-DATA-DEPOIS.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-ALTERACAO TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite o resumo da carga......................................................................................<*
       CRGR-EMITE-RESUMO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "RESUMO DA CARGA" TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "REGISTROS LIDOS NA RELACAO" TO LCT-DESCRICAO.
           MOVE W-QTD-LIDOS-RELACAO TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "  INVALIDOS (LISTADOS ACIMA)" TO LCT-DESCRICAO.
           MOVE W-QTD-INVALIDOS   TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "  CNPJ REPETIDO (VALE A DATA MAIS RECENTE)"
             TO LCT-DESCRICAO.
           MOVE W-QTD-REPETIDOS   TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "  CNPJ SEM CADASTRO CORRESPONDENTE"
             TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-CADASTRO TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "CADASTROS LIDOS" TO LCT-DESCRICAO.
           MOVE W-QTD-CADASTROS   TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "  FORA DA RELACAO (MANTIDOS)" TO LCT-DESCRICAO.
           MOVE W-QTD-FORA-RELACAO TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "  SEM ALTERACAO DE SITUACAO" TO LCT-DESCRICAO.
           MOVE W-QTD-SEM-ALTERACAO TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "  SITUACAO ALTERADA" TO LCT-DESCRICAO.
           MOVE W-QTD-ALTERADOS   TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "    PARA SITUACAO IRREGULAR" TO LCT-DESCRICAO.
           MOVE W-QTD-IRREGULARES TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "    REGULARIZADOS" TO LCT-DESCRICAO.
           MOVE W-QTD-REGULARIZADOS TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "    LIBERACOES DO SUPERVISOR CANCELADAS"
             TO LCT-DESCRICAO.
           MOVE W-QTD-LIB-CANCELADAS TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "  NAO REGRAVADOS (ERRO DE I-O)" TO LCT-DESCRICAO.
           MOVE W-QTD-ERROS       TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "IRREGULARES BLOQUEADOS PARA LANCAMENTO"
             TO LCT-DESCRICAO.
           MOVE W-QTD-BLOQUEADOS  TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
           MOVE "IRREGULARES LIBERADOS PELO SUPERVISOR"
             TO LCT-DESCRICAO.
           MOVE W-QTD-LIBERADOS   TO LCT-QUANTIDADE.
           PERFORM                CRGR-GRAVA-CONTAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do resumo (descrição e quantidade já preenchidas)................................<*
       CRGR-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Audita a alteração de situação do cadastro corrente: antes>depois e a liberação cancelada....................<*
       CRGR-AUDITA-ALTERACAO.
           MOVE "SITUACAO-FEDERAL" TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           IF LIBERACAO-CANCELADA
              STRING "SIT.FEDERAL=" DELIMITED SIZE
                     W-SIT-ANTES  DELIMITED SIZE
                     " "          DELIMITED SIZE
                     W-DATA-ANTES DELIMITED SIZE
                     ">"          DELIMITED SIZE
                     CAD-SITUACAO-FEDERAL DELIMITED SIZE
                     " "          DELIMITED SIZE
                     CAD-DATA-SIT-FEDERAL DELIMITED SIZE
                     " LIBERACAO CANCELADA" DELIMITED SIZE
                     INTO LAUD-DETALHE
              END-STRING
           ELSE
              STRING "SIT.FEDERAL=" DELIMITED SIZE
                     W-SIT-ANTES  DELIMITED SIZE
                     " "          DELIMITED SIZE
                     W-DATA-ANTES DELIMITED SIZE
                     ">"          DELIMITED SIZE
                     CAD-SITUACAO-FEDERAL DELIMITED SIZE
                     " "          DELIMITED SIZE
                     CAD-DATA-SIT-FEDERAL DELIMITED SIZE
                     INTO LAUD-DETALHE
              END-STRING
           END-IF.
           MOVE CAD-CODIGO        TO LAUD-CODIGO-CAD.
           PERFORM                CRGR-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Audita o resumo da carga (cadastros alterados, irregulares e liberações canceladas)..........................<*
       CRGR-AUDITA-RESUMO.
           MOVE "CARGA-SIT-FEDERAL"  TO LAUD-ACAO.
           MOVE SPACES            TO LAUD-DETALHE.
           STRING "ALTERADOS "    DELIMITED SIZE
                  W-QTD-ALTERADOS DELIMITED SIZE
                  " IRREGULARES " DELIMITED SIZE
                  W-QTD-IRREGULARES DELIMITED SIZE
                  " LIB.CANCELADAS " DELIMITED SIZE
                  W-QTD-LIB-CANCELADAS DELIMITED SIZE
                  " BLOQUEADOS "  DELIMITED SIZE
                  W-QTD-BLOQUEADOS DELIMITED SIZE
                  INTO LAUD-DETALHE
           END-STRING.
           MOVE ZEROS             TO LAUD-CODIGO-CAD.
           PERFORM                CRGR-GRAVA-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Monta e grava uma linha de auditoria (quem, quando, qual cadastro, o que)....................................<*
       CRGR-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8)
             TO LAUD-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6)
             TO LAUD-HORA.
           MOVE LK-SEG-USUARIO    TO LAUD-USUARIO.
           MOVE SPACES            TO REG-AUDITORIA.
           MOVE W-LINHA-AUDITORIA TO REG-AUDITORIA.
           OPEN EXTEND            F-AUDITORIA.
           IF W-FS-AUDITORIA = "35" OR "05"
              OPEN OUTPUT         F-AUDITORIA
           END-IF.
           WRITE                  REG-AUDITORIA.
           CLOSE                  F-AUDITORIA.
      *>--------------------------------------------------------------------------------------------------------------<*
