      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      D E M O N S T R A T I V O   M E N S A L   D O   D I F A L   P O R   U F   D E   D E S T I N O        <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                DIFICM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: demonstrativo mensal do diferencial de alíquota
      *>->                              (DIFAL) devido a cada UF de destino nas vendas interestaduais a
      *>->                              não contribuinte, base da emissão das guias GNRE - uma linha por
      *>->                              UF com a quantidade de documentos, o DIFAL do mês e o acumulado
      *>->                              do ano (acumulador ACUMDIF mantido por CALICM), conferindo o mês
      *>->                              contra o DIFAL retotalizado do diário de movimento (ICMSMOV.LOG,
      *>->                              estornos subtraindo); até aqui o DIFAL só aparecia quando a UF
      *>->                              de destino mandava a notificação
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Acumulador mensal do DIFAL por ano-base e UF de destino (CALICM)
           select f-acum-difal
                  assign to      "ACUMDIF"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acumdif-chave
                  file status    is w-fs-acumdif.
      *>-> Diário de movimento gravado por CALICM, para a conferência
           select f-movimento
                  assign to      "ICMSMOV.LOG"
                  organization   is line sequential
                  file status    is w-fs-movimento.
      *>-> Relatório do demonstrativo do DIFAL por UF
           select f-relatorio
                  assign to      "DIFICMRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-acum-difal.
       copy                       "ACUMDIF.CPY".
       fd  f-movimento.
       copy                       "ICMSMOV.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "DIFICM".
      *>-> Código de receita da GNRE do DIFAL de consumidor final não
      *>-> contribuinte (operação interestadual)
       78  w78-receita-gnre                       value is "100102".
      *>-> Status dos arquivos
       01  w-fs-acumdif           pic is x(02)    value is spaces.
       01  w-fs-movimento         pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Competência do demonstrativo (PARM aaaamm; omitido = mês
      *>-> civil anterior)
       01  w-competencia          pic is 9(06)    value is zeros.
       01  w-compet-partes        redefines w-competencia.
           05 w-compet-ano        pic is 9(04).
           05 w-compet-mes        pic is 9(02).
      *>-> Tabela das UF válidas, a mesma de CALICM: a ordem da tabela é
      *>-> a ordem das linhas do demonstrativo
       copy                       "UFVALID.CPY".
      *>-> Valores do demonstrativo por UF, paralelos a tabela de UF:
      *>-> acumulador (mês, documentos, ano) e diário (mês, documentos)
       01  w-tab-difal.
           05 w-difal-item        occurs 27 times.
              10 tdf-acum-mes     pic is s9(11)v99 comp-3.
              10 tdf-acum-qtd     pic is s9(07)    comp-3.
              10 tdf-acum-ano     pic is s9(11)v99 comp-3.
              10 tdf-diario-mes   pic is s9(11)v99 comp-3.
              10 tdf-diario-qtd   pic is s9(07)    comp-3.
       01  w-ind-uf               pic is 9(02)    value is zeros.
       01  w-indice-mes           pic is 9(02)    value is zeros.
      *>-> Resultado da localização da UF na tabela
       01  w-uf-situacao          pic is x(01)    value is "N".
           88 uf-achada                           value is "S".
           88 uf-nao-achada                        value "N".
      *>-> Indicador de fim da varredura do acumulador
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Indicador de diário disponível para a conferência
       01  w-diario-situacao      pic is x(01)    value is "N".
           88 diario-lido                         value is "S".
           88 diario-ausente                       value "N".
      *>-> Contadores e totais do demonstrativo
       01  w-qtd-ufs              pic is 9(02)    value is zeros.
       01  w-qtd-divergencias     pic is 9(02)    value is zeros.
       01  w-qtd-uf-ignoradas     pic is 9(07)    value is zeros.
       01  w-total-mes            pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-total-ano            pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-total-diario         pic is s9(11)v99
                                   value is zeros comp-3.
       01  w-total-documentos     pic is s9(07)
                                   value is zeros comp-3.
      *>-> Linha de detalhe por UF
       01  w-linha-uf.
           05 luf-uf              pic is x(02)    value is spaces.
           05 filler              pic is x(02)    value is spaces.
           05 luf-documentos      pic is -z.zzz.zz9 value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 luf-difal-mes       pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 luf-difal-ano       pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 luf-difal-diario    pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
           05 filler              pic is x(02)    value is spaces.
           05 luf-alerta          pic is x(30)    value is spaces.
      *>-> Linha de valor do resumo
       01  w-linha-valor.
           05 lvl-descricao       pic is x(40)    value is spaces.
           05 lvl-valor           pic is -zz.zzz.zzz.zz9,99
                                   value is zeros.
      *>-> Linha de contagem do resumo
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       linkage                    section.
      *>-> Parâmetro do passo JCL (EXEC PGM=DIFICM,PARM='aaaamm'): meia-
      *>-> palavra com o tamanho do texto, seguida do próprio texto
       01  lk-parm-compet.
           05 lk-parm-tam         pic is s9(04) comp.
           05 lk-parm-valor       pic is x(06).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using lk-parm-compet.
      *>--------------------------------------------------------------------------------------------------------------<*
       DIFI-PRINCIPAL             SECTION.
       DIFI-INICIO.
           IF LK-PARM-TAM NOT < 6 AND
              LK-PARM-VALOR(1:6) NUMERIC
              MOVE LK-PARM-VALOR(1:6) TO W-COMPETENCIA
           END-IF.
           IF W-COMPET-ANO = ZEROS OR
              W-COMPET-MES = ZEROS OR
              W-COMPET-MES > 12
              PERFORM             DIFI-COMPETENCIA-ANTERIOR
           END-IF.
           MOVE W-TAB-UF-INIT     TO W-TAB-UF-CARGA.
           PERFORM                VARYING W-IND-UF FROM 1 BY 1
                                   UNTIL W-IND-UF > 27
              MOVE ZEROS          TO TDF-ACUM-MES(W-IND-UF)
                                     TDF-ACUM-QTD(W-IND-UF)
                                     TDF-ACUM-ANO(W-IND-UF)
                                     TDF-DIARIO-MES(W-IND-UF)
                                     TDF-DIARIO-QTD(W-IND-UF)
           END-PERFORM.
           OPEN INPUT             F-ACUM-DIFAL.
           IF W-FS-ACUMDIF = "35"
              DISPLAY "DIFICM: ANO-BASE SEM ACUMULADOR DE DIFAL: "
                      W-COMPET-ANO
           ELSE
      *>-> OPEN fora de 00/35 (p.ex. 39 por divergência de layout) e
      *>-> parada dura: o demonstrativo sairia enganosamente zerado
              IF W-FS-ACUMDIF NOT = "00"
                 DISPLAY "ACUMULADOR DIFAL INDISPONIVEL - STATUS "
                         W-FS-ACUMDIF
                 STOP RUN
              END-IF
              PERFORM             DIFI-CARREGA-ACUMULADOR
              CLOSE               F-ACUM-DIFAL
           END-IF.
           PERFORM                DIFI-TOTALIZA-DIARIO.
           OPEN OUTPUT            F-RELATORIO.
           PERFORM                DIFI-EMITE-CABECALHO.
           PERFORM                VARYING W-IND-UF FROM 1 BY 1
                                   UNTIL W-IND-UF > 27
              PERFORM             DIFI-EMITE-LINHA-UF
           END-PERFORM.
           PERFORM                DIFI-EMITE-RESUMO.
           CLOSE                  F-RELATORIO.
           DISPLAY "DIFICM: COMPETENCIA " W-COMPETENCIA " - "
                   W-QTD-UFS " UF(S) COM DIFAL, "
                   W-QTD-DIVERGENCIAS " DIVERGENCIA(S)".
           IF W-QTD-DIVERGENCIAS > ZEROS
              DISPLAY "DIFICM: ACUMULADOR DIFAL NAO CONFERE COM O "
                      "DIARIO - VER DIFICMRL ANTES DE EMITIR A GNRE"
           END-IF.
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Assume como competência o mês civil anterior ao corrente.....................................................<*
       DIFI-COMPETENCIA-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-COMPETENCIA.
           IF W-COMPET-MES = 1
              SUBTRACT 1          FROM W-COMPET-ANO
              MOVE 12             TO W-COMPET-MES
           ELSE
              SUBTRACT 1          FROM W-COMPET-MES
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->            C A R G A   D O S   V A L O R E S                                                              <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       CARGA-VALORES              SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Varre o acumulador do DIFAL do ano-base e carrega, por UF, o mês da competência e o acumulado do ano.........<*
      *>-> até o mês da competência.....................................................................................<*
       DIFI-CARREGA-ACUMULADOR.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE W-COMPET-ANO      TO ACUMDIF-ANO.
           MOVE LOW-VALUES        TO ACUMDIF-UF.
           START F-ACUM-DIFAL KEY NOT < ACUMDIF-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-DIFAL NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-ACUMDIF NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 IF ACUMDIF-ANO NOT = W-COMPET-ANO
                    SET           VARREDURA-ENCERRADA TO TRUE
                 ELSE
                    PERFORM       DIFI-CARREGA-UMA-UF
                 END-IF
              END-IF
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Carrega os valores do registro corrente do acumulador na posição da sua UF...................................<*
       DIFI-CARREGA-UMA-UF.
           PERFORM                DIFI-LOCALIZA-UF-ACUMULADOR.
           IF UF-NAO-ACHADA
              ADD 1               TO W-QTD-UF-IGNORADAS
              EXIT                PARAGRAPH
           END-IF.
           MOVE ACUMDIF-FILHO-OCC(W-COMPET-MES)
             TO TDF-ACUM-MES(W-IND-UF).
           MOVE ACUMDIF-QTD-DOCUMENTOS(W-COMPET-MES)
             TO TDF-ACUM-QTD(W-IND-UF).
           PERFORM                VARYING W-INDICE-MES FROM 1 BY 1
                                   UNTIL W-INDICE-MES > W-COMPET-MES
              ADD ACUMDIF-FILHO-OCC(W-INDICE-MES)
                 TO TDF-ACUM-ANO(W-IND-UF)
           END-PERFORM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Localiza na tabela de UF a UF do registro corrente do acumulador.............................................<*
       DIFI-LOCALIZA-UF-ACUMULADOR.
           SET                    UF-ACHADA TO TRUE.
           SET                    W-IDX-UF  TO 1.
           SEARCH                 W-TAB-UF-ITEM
              AT END
                 SET              UF-NAO-ACHADA TO TRUE
              WHEN TUF-CODIGO(W-IDX-UF) = ACUMDIF-UF
                 SET              W-IND-UF TO W-IDX-UF
           END-SEARCH.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Retotaliza do diário o DIFAL da competência por UF de destino, estornos subtraindo (sem diário legível.......<*
      *>-> o demonstrativo sai só com o acumulador e a conferência fica dispensada).....................................<*
       DIFI-TOTALIZA-DIARIO.
           SET                    DIARIO-AUSENTE TO TRUE.
           OPEN INPUT             F-MOVIMENTO.
           IF W-FS-MOVIMENTO NOT = "00"
              CLOSE               F-MOVIMENTO
              EXIT                PARAGRAPH
           END-IF.
           SET                    DIARIO-LIDO TO TRUE.
           PERFORM                UNTIL EXIT
              READ                F-MOVIMENTO
                 AT END
                    EXIT PERFORM
              END-READ
      *>-> Linhas antigas, gravadas antes do campo, chegam com espaços
              IF MOV-ANO = W-COMPET-ANO AND
                 MOV-MES = W-COMPET-MES AND
                 MOV-DIFAL NUMERIC
                 IF MOV-DIFAL > ZEROS
                    PERFORM       DIFI-SOMA-LINHA-DIARIO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE                  F-MOVIMENTO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Soma (ou, no estorno de devolução, subtrai) o DIFAL da linha corrente do diário na posição da sua UF.........<*
       DIFI-SOMA-LINHA-DIARIO.
           SET                    UF-ACHADA TO TRUE.
           SET                    W-IDX-UF  TO 1.
           SEARCH                 W-TAB-UF-ITEM
              AT END
                 SET              UF-NAO-ACHADA TO TRUE
              WHEN TUF-CODIGO(W-IDX-UF) = MOV-UF-DESTINO
                 SET              W-IND-UF TO W-IDX-UF
           END-SEARCH.
           IF UF-NAO-ACHADA
              ADD 1               TO W-QTD-UF-IGNORADAS
              EXIT                PARAGRAPH
           END-IF.
           IF MOV-LCTO-ESTORNO
              SUBTRACT MOV-DIFAL  FROM TDF-DIARIO-MES(W-IND-UF)
              SUBTRACT 1          FROM TDF-DIARIO-QTD(W-IND-UF)
           ELSE
              ADD MOV-DIFAL       TO TDF-DIARIO-MES(W-IND-UF)
              ADD 1               TO TDF-DIARIO-QTD(W-IND-UF)
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>->            E M I S S Ã O   D O   D E M O N S T R A T I V O                                                <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       EMISSAO-DEMONSTRATIVO      SECTION.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Escreve o cabeçalho do demonstrativo: título, competência, receita da GNRE e títulos das colunas.............<*
       DIFI-EMITE-CABECALHO.
           MOVE SPACES            TO REG-RELATORIO.
           STRING "DEMONSTRATIVO DO DIFAL POR UF DE DESTINO - "
                                   DELIMITED SIZE
                  "COMPETENCIA "  DELIMITED SIZE
                  W-COMPET-MES    DELIMITED SIZE
                  "/"             DELIMITED SIZE
                  W-COMPET-ANO    DELIMITED SIZE
                  " - RECEITA GNRE " DELIMITED SIZE
                  W78-RECEITA-GNRE DELIMITED SIZE
                  INTO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE "UF   DOCUMENTOS"  TO REG-RELATORIO(1:15).
           MOVE "DIFAL DO MES"    TO REG-RELATORIO(24:12).
           MOVE "DIFAL NO ANO"    TO REG-RELATORIO(44:12).
           MOVE "DIFAL NO DIARIO" TO REG-RELATORIO(61:15).
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite a linha de uma UF com DIFAL no mês ou no ano (no acumulador ou no diário) e confere o mês contra.......<*
      *>-> o diário.....................................................................................................<*
       DIFI-EMITE-LINHA-UF.
           IF TDF-ACUM-MES(W-IND-UF)   = ZEROS AND
              TDF-ACUM-ANO(W-IND-UF)   = ZEROS AND
              TDF-DIARIO-MES(W-IND-UF) = ZEROS
              EXIT                PARAGRAPH
           END-IF.
           MOVE SPACES            TO LUF-ALERTA.
           MOVE TUF-CODIGO(W-IND-UF) TO LUF-UF.
           MOVE TDF-ACUM-QTD(W-IND-UF) TO LUF-DOCUMENTOS.
           MOVE TDF-ACUM-MES(W-IND-UF) TO LUF-DIFAL-MES.
           MOVE TDF-ACUM-ANO(W-IND-UF) TO LUF-DIFAL-ANO.
           MOVE TDF-DIARIO-MES(W-IND-UF) TO LUF-DIFAL-DIARIO.
           IF DIARIO-AUSENTE
              MOVE "DIARIO AUSENTE"  TO LUF-ALERTA
           ELSE
              IF TDF-ACUM-MES(W-IND-UF) NOT =
                 TDF-DIARIO-MES(W-IND-UF)
                 ADD 1            TO W-QTD-DIVERGENCIAS
                 MOVE "*** DIVERGE DO DIARIO"
                   TO LUF-ALERTA
              END-IF
           END-IF.
           IF TDF-ACUM-MES(W-IND-UF) > ZEROS
              ADD 1               TO W-QTD-UFS
           END-IF.
           ADD TDF-ACUM-MES(W-IND-UF)   TO W-TOTAL-MES.
           ADD TDF-ACUM-ANO(W-IND-UF)   TO W-TOTAL-ANO.
           ADD TDF-DIARIO-MES(W-IND-UF) TO W-TOTAL-DIARIO.
           ADD TDF-ACUM-QTD(W-IND-UF)   TO W-TOTAL-DOCUMENTOS.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-UF        TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite o resumo: total a recolher por GNRE no mês, acumulado do ano, conferência com o diário.................<*
       DIFI-EMITE-RESUMO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "RESUMO"          TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "UF COM GNRE A EMITIR NO MES" TO LCT-DESCRICAO.
           MOVE W-QTD-UFS         TO LCT-QUANTIDADE.
           PERFORM                DIFI-GRAVA-CONTAGEM.
           MOVE "DOCUMENTOS COM DIFAL NO MES" TO LCT-DESCRICAO.
           MOVE W-TOTAL-DOCUMENTOS TO LCT-QUANTIDADE.
           PERFORM                DIFI-GRAVA-CONTAGEM.
           MOVE "DIFAL DO MES (TOTAL DAS GNRE)" TO LVL-DESCRICAO.
           MOVE W-TOTAL-MES       TO LVL-VALOR.
           PERFORM                DIFI-GRAVA-VALOR.
           MOVE "DIFAL ACUMULADO NO ANO" TO LVL-DESCRICAO.
           MOVE W-TOTAL-ANO       TO LVL-VALOR.
           PERFORM                DIFI-GRAVA-VALOR.
           IF DIARIO-LIDO
              MOVE "DIFAL DO MES NO DIARIO" TO LVL-DESCRICAO
              MOVE W-TOTAL-DIARIO TO LVL-VALOR
              PERFORM             DIFI-GRAVA-VALOR
              MOVE "UF DIVERGENTES DO DIARIO" TO LCT-DESCRICAO
              MOVE W-QTD-DIVERGENCIAS TO LCT-QUANTIDADE
              PERFORM             DIFI-GRAVA-CONTAGEM
           ELSE
              MOVE "DIARIO ICMSMOV.LOG AUSENTE - CONFERENCIA DISPENSADA"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
           END-IF.
           IF W-QTD-UF-IGNORADAS > ZEROS
              MOVE "REGISTROS COM UF FORA DA TABELA" TO LCT-DESCRICAO
              MOVE W-QTD-UF-IGNORADAS TO LCT-QUANTIDADE
              PERFORM             DIFI-GRAVA-CONTAGEM
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do resumo (descrição e quantidade já preenchidas)................................<*
       DIFI-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de valor do resumo (descrição e valor já preenchidos)........................................<*
       DIFI-GRAVA-VALOR.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-VALOR     TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
