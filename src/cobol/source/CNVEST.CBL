      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      C O N V E R S Ã O   P A R A   O   C O N T R O L E   P O R   E S T A B E L E C I M E N T O            <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                CNVEST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe fiscal    Programa criado: conversão única para o controle por
      *>->                              estabelecimento - cria no mestre ESTABEL a matriz 0001 (UF SP, a
      *>->                              UF de origem fixa até aqui em LANICM; nome, CNPJ, IE e município
      *>->                              completados depois pela MANEST), copia o histórico dos
      *>->                              acumuladores da empresa (ACUMICM, ACUMUFI, ACUMCRE) e das
      *>->                              apurações (APURSLD) para os arquivos por estabelecimento em nome
      *>->                              da matriz, e converte o registro de documentos DOCICM para o
      *>->                              layout com o estabelecimento na chave
      *>-> 15/10/2026  equipe fiscal    Converte também as guias GAREICM para o layout com o
      *>->                              estabelecimento na chave, em nome da matriz
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Mestre de estabelecimentos (criado se ainda não existir)
           select f-estabelecimentos
                  assign to      "ESTABEL"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is est-codigo
                  file status    is w-fs-estabel.
      *>-> Acumuladores e apurações da empresa (origem da cópia)
           select f-acum-icms
                  assign to      "ACUMICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acum-ano
                  file status    is w-fs-acum.
           select f-acum-uf
                  assign to      "ACUMUFI"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acumuf-chave
                  file status    is w-fs-acumuf.
           select f-acum-cred
                  assign to      "ACUMCRE"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acred-ano
                  file status    is w-fs-acumcre.
           select f-apuracao
                  assign to      "APURSLD"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is apur-competencia
                  file status    is w-fs-apuracao.
      *>-> Acumuladores e apurações por estabelecimento, criados por esta
      *>-> conversão
           select f-acum-est
                  assign to      "ACUMEST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acest-chave
                  file status    is w-fs-acumest.
           select f-acum-uf-est
                  assign to      "ACUMUFE"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acufe-chave
                  file status    is w-fs-acumufe.
           select f-acum-cred-est
                  assign to      "ACUMCRES"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is acres-chave
                  file status    is w-fs-acres.
           select f-apuracao-est
                  assign to      "APUREST"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is apest-chave
                  file status    is w-fs-apurest.
      *>-> Registro de documentos no layout antigo (dataset como está)
           select f-doc-antigo
                  assign to      "DOCICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is doc-ant-chave
                  file status    is w-fs-doc-antigo.
      *>-> Registro de documentos no layout novo, criado por esta conversão
           select f-doc-novo
                  assign to      "DOCICMN"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is doc-chave
                  file status    is w-fs-doc-novo.
      *>-> Guias de recolhimento no layout antigo (dataset como está)
           select f-gare-antigo
                  assign to      "GAREICM"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is gare-ant-competencia
                  file status    is w-fs-gare-antigo.
      *>-> Guias de recolhimento no layout novo, criado por esta conversão
           select f-gare-novo
                  assign to      "GAREICMN"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is gare-chave
                  file status    is w-fs-gare-novo.
      *>-> Relatório da conversão: contagens de cada arquivo
           select f-relatorio
                  assign to      "CNVESTRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-estabelecimentos.
       copy                       "ESTREG.CPY".
       fd  f-acum-icms.
       copy                       "ACUMICM.CPY".
       fd  f-acum-uf.
       copy                       "ACUMUF.CPY".
       fd  f-acum-cred.
       copy                       "ACUMCRE.CPY".
       fd  f-apuracao.
       copy                       "APURICM.CPY".
       fd  f-acum-est.
       copy                       "ACUMEST.CPY".
       fd  f-acum-uf-est.
       copy                       "ACUMUFE.CPY".
       fd  f-acum-cred-est.
       copy                       "ACUMCRES.CPY".
       fd  f-apuracao-est.
       copy                       "APUREST.CPY".
       fd  f-doc-antigo.
      *>-> Registro do layout antigo: idêntico a DOCICM.CPY antes da
      *>-> inclusão de DOC-ESTABELECIMENTO na chave
       01  w-reg-doc-antigo.
           05 doc-ant-chave.
              10 doc-ant-documento pic is 9(08).
              10 doc-ant-cadastro pic is 9(06).
           05 doc-ant-situacao    pic is x(01).
           05 doc-ant-data-compet pic is 9(08).
           05 doc-ant-data-lcto   pic is 9(08).
           05 doc-ant-uf-origem   pic is x(02).
           05 doc-ant-uf-destino  pic is x(02).
           05 doc-ant-valor-merc  pic is 9(09)v99.
           05 doc-ant-icms        pic is 9(09)v99.
           05 doc-ant-icms-st     pic is 9(09)v99.
           05 doc-ant-compet-estorno pic is 9(08).
           05 doc-ant-data-estorno pic is 9(08).
       fd  f-doc-novo.
       copy                       "DOCICM.CPY".
       fd  f-gare-antigo.
      *>-> Registro do layout antigo: idêntico a GAREICM.CPY antes da
      *>-> inclusão de GARE-ESTAB na chave
       01  w-reg-gare-antigo.
           05 gare-ant-competencia pic is 9(06).
           05 gare-ant-situacao   pic is x(01).
           05 gare-ant-data-geracao pic is 9(08).
           05 gare-ant-data-vencimento pic is 9(08).
           05 gare-ant-valor-principal pic is 9(11)v99 comp-3.
           05 gare-ant-data-pagamento pic is 9(08).
           05 gare-ant-valor-pago pic is 9(11)v99 comp-3.
           05 gare-ant-autenticacao pic is x(30).
           05 gare-ant-data-calculo pic is 9(08).
           05 gare-ant-dias-atraso pic is 9(05).
           05 gare-ant-base-atraso pic is 9(11)v99 comp-3.
           05 gare-ant-valor-multa pic is 9(11)v99 comp-3.
           05 gare-ant-valor-juros pic is 9(11)v99 comp-3.
           05 gare-ant-saldo-devedor pic is 9(11)v99 comp-3.
       fd  f-gare-novo.
       copy                       "GAREICM.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "CNVEST".
      *>-> Estabelecimento matriz, dono de todo o histórico anterior
       78  w78-estab-matriz                       value is 1.
      *>-> Status dos arquivos
       01  w-fs-estabel           pic is x(02)    value is spaces.
       01  w-fs-acum              pic is x(02)    value is spaces.
       01  w-fs-acumuf            pic is x(02)    value is spaces.
       01  w-fs-acumcre           pic is x(02)    value is spaces.
       01  w-fs-apuracao          pic is x(02)    value is spaces.
       01  w-fs-acumest           pic is x(02)    value is spaces.
       01  w-fs-acumufe           pic is x(02)    value is spaces.
       01  w-fs-acres             pic is x(02)    value is spaces.
       01  w-fs-apurest           pic is x(02)    value is spaces.
       01  w-fs-doc-antigo        pic is x(02)    value is spaces.
       01  w-fs-doc-novo          pic is x(02)    value is spaces.
       01  w-fs-gare-antigo       pic is x(02)    value is spaces.
       01  w-fs-gare-novo         pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Indicador de fim da varredura do arquivo de origem corrente
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Contadores da conversão
       01  w-qtd-acum             pic is 9(06)    value is zeros.
       01  w-qtd-acumuf           pic is 9(06)    value is zeros.
       01  w-qtd-acumcre          pic is 9(06)    value is zeros.
       01  w-qtd-apuracao         pic is 9(06)    value is zeros.
       01  w-qtd-documentos       pic is 9(06)    value is zeros.
       01  w-qtd-duplicados       pic is 9(06)    value is zeros.
       01  w-qtd-guias            pic is 9(06)    value is zeros.
      *>-> Linha de contagem do resumo
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
      *>--------------------------------------------------------------------------------------------------------------<*
       CNVE-PRINCIPAL             SECTION.
       CNVE-INICIO.
           OPEN OUTPUT            F-RELATORIO.
           MOVE "CONVERSAO PARA O CONTROLE POR ESTABELECIMENTO"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           PERFORM                CNVE-CRIA-MATRIZ.
           PERFORM                CNVE-COPIA-ACUMULADOR.
           PERFORM                CNVE-COPIA-ACUMULADOR-UF.
           PERFORM                CNVE-COPIA-CREDITOS.
           PERFORM                CNVE-COPIA-APURACOES.
           PERFORM                CNVE-CONVERTE-DOCUMENTOS.
           PERFORM                CNVE-CONVERTE-GUIAS.
           PERFORM                CNVE-EMITE-RESUMO.
           CLOSE                  F-RELATORIO.
           DISPLAY "CNVEST: CONVERSAO ENCERRADA - VER CNVESTRL".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Cria no mestre a matriz 0001 com a UF de origem usada até aqui, se ainda não cadastrada......................<*
       CNVE-CRIA-MATRIZ.
           OPEN I-O               F-ESTABELECIMENTOS.
           IF W-FS-ESTABEL = "35"
              OPEN OUTPUT         F-ESTABELECIMENTOS
              CLOSE               F-ESTABELECIMENTOS
              OPEN I-O            F-ESTABELECIMENTOS
           END-IF.
           IF W-FS-ESTABEL NOT = "00"
              DISPLAY "MESTRE ESTABEL INDISPONIVEL - STATUS "
                      W-FS-ESTABEL
              STOP RUN
           END-IF.
           MOVE W78-ESTAB-MATRIZ  TO EST-CODIGO.
           READ                   F-ESTABELECIMENTOS
              INVALID KEY
                 INITIALIZE       W-REG-ESTABELECIMENTO
                 MOVE W78-ESTAB-MATRIZ TO EST-CODIGO
                 MOVE "MATRIZ - COMPLETAR PELA MANEST" TO EST-NOME
                 MOVE "SP"        TO EST-UF
                 SET              EST-ATIVO TO TRUE
                 WRITE            W-REG-ESTABELECIMENTO
                 MOVE "MATRIZ 0001 INCLUIDA NO MESTRE ESTABEL"
                   TO REG-RELATORIO
              NOT INVALID KEY
                 MOVE "MATRIZ 0001 JA CONSTAVA NO MESTRE ESTABEL"
                   TO REG-RELATORIO
           END-READ.
           WRITE                  REG-RELATORIO.
           CLOSE                  F-ESTABELECIMENTOS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Copia cada ano-base do acumulador da empresa (ACUMICM) para o acumulador da matriz (ACUMEST).................<*
       CNVE-COPIA-ACUMULADOR.
           OPEN INPUT             F-ACUM-ICMS.
           IF W-FS-ACUM = "35"
              MOVE "ACUMICM INEXISTENTE - NADA A COPIAR"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-ACUM NOT = "00"
              DISPLAY "ACUMULADOR INDISPONIVEL - STATUS " W-FS-ACUM
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-ACUM-EST.
           IF W-FS-ACUMEST NOT = "00"
              DISPLAY "ACUMULADOR POR ESTAB. INDISPONIVEL - STATUS "
                      W-FS-ACUMEST
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE ZEROS             TO ACUM-ANO.
           START F-ACUM-ICMS KEY NOT < ACUM-ANO
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-ICMS NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-ACUM NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 INITIALIZE       W-REG-ACUM-EST
                 MOVE W78-ESTAB-MATRIZ TO ACEST-ESTAB
                 MOVE ACUM-ANO    TO ACEST-ANO
                 MOVE ACUM-SALDO-ANTERIOR TO ACEST-SALDO-ANTERIOR
                 MOVE W-OCCDAD    TO ACEST-OCCDAD
                 WRITE            W-REG-ACUM-EST
                 ADD 1            TO W-QTD-ACUM
              END-IF
           END-PERFORM.
           CLOSE                  F-ACUM-ICMS
                                  F-ACUM-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Copia cada ano-base + UF de destino (ACUMUFI) para o acumulador por estabelecimento + UF (ACUMUFE)...........<*
       CNVE-COPIA-ACUMULADOR-UF.
           OPEN INPUT             F-ACUM-UF.
           IF W-FS-ACUMUF = "35"
              MOVE "ACUMUFI INEXISTENTE - NADA A COPIAR"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-ACUMUF NOT = "00"
              DISPLAY "ACUMULADOR POR UF INDISPONIVEL - STATUS "
                      W-FS-ACUMUF
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-ACUM-UF-EST.
           IF W-FS-ACUMUFE NOT = "00"
              DISPLAY "ACUMULADOR ESTAB./UF INDISPONIVEL - STATUS "
                      W-FS-ACUMUFE
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO ACUMUF-CHAVE.
           START F-ACUM-UF KEY NOT < ACUMUF-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-UF NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-ACUMUF NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 INITIALIZE       W-REG-ACUM-UF-EST
                 MOVE W78-ESTAB-MATRIZ TO ACUFE-ESTAB
                 MOVE ACUMUF-ANO  TO ACUFE-ANO
                 MOVE ACUMUF-UF   TO ACUFE-UF
                 MOVE ACUMUF-OCCDAD TO ACUFE-OCCDAD
                 WRITE            W-REG-ACUM-UF-EST
                 ADD 1            TO W-QTD-ACUMUF
              END-IF
           END-PERFORM.
           CLOSE                  F-ACUM-UF
                                  F-ACUM-UF-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Copia cada ano-base do acumulador de créditos (ACUMCRE) para o de créditos da matriz (ACUMCRES)..............<*
       CNVE-COPIA-CREDITOS.
           OPEN INPUT             F-ACUM-CRED.
           IF W-FS-ACUMCRE = "35"
              MOVE "ACUMCRE INEXISTENTE - NADA A COPIAR"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-ACUMCRE NOT = "00"
              DISPLAY "ACUMULADOR DE CREDITOS INDISPONIVEL - STATUS "
                      W-FS-ACUMCRE
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-ACUM-CRED-EST.
           IF W-FS-ACRES NOT = "00"
              DISPLAY "CREDITOS POR ESTAB. INDISPONIVEL - STATUS "
                      W-FS-ACRES
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE ZEROS             TO ACRED-ANO.
           START F-ACUM-CRED KEY NOT < ACRED-ANO
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-ACUM-CRED NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-ACUMCRE NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 INITIALIZE       W-REG-ACUM-CRED-EST
                 MOVE W78-ESTAB-MATRIZ TO ACRES-ESTAB
                 MOVE ACRED-ANO   TO ACRES-ANO
                 MOVE ACRED-OCCDAD TO ACRES-OCCDAD
                 WRITE            W-REG-ACUM-CRED-EST
                 ADD 1            TO W-QTD-ACUMCRE
              END-IF
           END-PERFORM.
           CLOSE                  F-ACUM-CRED
                                  F-ACUM-CRED-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Copia cada competência apurada (APURSLD) para a apuração da matriz (APUREST), inclusive o saldo credor.......<*
      *>-> que a próxima apuração do estabelecimento vai transportar....................................................<*
       CNVE-COPIA-APURACOES.
           OPEN INPUT             F-APURACAO.
           IF W-FS-APURACAO = "35"
              MOVE "APURSLD INEXISTENTE - NADA A COPIAR"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-APURACAO NOT = "00"
              DISPLAY "APURACOES INDISPONIVEIS - STATUS "
                      W-FS-APURACAO
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-APURACAO-EST.
           IF W-FS-APUREST NOT = "00"
              DISPLAY "APURACOES POR ESTAB. INDISPONIVEIS - STATUS "
                      W-FS-APUREST
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE ZEROS             TO APUR-COMPETENCIA.
           START F-APURACAO KEY NOT < APUR-COMPETENCIA
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-APURACAO NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-APURACAO NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 INITIALIZE       W-REG-APUR-EST
                 MOVE W78-ESTAB-MATRIZ TO APEST-ESTAB
                 MOVE APUR-COMPETENCIA TO APEST-COMPETENCIA
                 MOVE APUR-DATA-APURACAO TO APEST-DATA-APURACAO
                 MOVE APUR-DEBITOS TO APEST-DEBITOS
                 MOVE APUR-CREDITOS TO APEST-CREDITOS
                 MOVE APUR-SALDO-CRED-ANT TO APEST-SALDO-CRED-ANT
                 MOVE APUR-SALDO-RECOLHER TO APEST-SALDO-RECOLHER
                 MOVE APUR-SALDO-CREDOR TO APEST-SALDO-CREDOR
                 WRITE            W-REG-APUR-EST
                 ADD 1            TO W-QTD-APURACAO
              END-IF
           END-PERFORM.
           CLOSE                  F-APURACAO
                                  F-APURACAO-EST.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Converte o registro de documentos para o layout com o estabelecimento na chave (todos da matriz).............<*
       CNVE-CONVERTE-DOCUMENTOS.
           OPEN INPUT             F-DOC-ANTIGO.
           IF W-FS-DOC-ANTIGO = "35"
              MOVE "DOCICM INEXISTENTE - NADA A CONVERTER"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-DOC-ANTIGO NOT = "00"
              DISPLAY "DOCICM ANTIGO INDISPONIVEL - STATUS "
                      W-FS-DOC-ANTIGO
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-DOC-NOVO.
           IF W-FS-DOC-NOVO NOT = "00"
              DISPLAY "DOCICM NOVO INDISPONIVEL - STATUS "
                      W-FS-DOC-NOVO
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE LOW-VALUES        TO DOC-ANT-CHAVE.
           START F-DOC-ANTIGO KEY NOT < DOC-ANT-CHAVE
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-DOC-ANTIGO NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-DOC-ANTIGO NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 PERFORM          CNVE-CONVERTE-UM-DOCUMENTO
              END-IF
           END-PERFORM.
           CLOSE                  F-DOC-ANTIGO
                                  F-DOC-NOVO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava um documento no layout novo em nome da matriz..........................................................<*
       CNVE-CONVERTE-UM-DOCUMENTO.
           INITIALIZE             W-REG-DOCUMENTO.
           MOVE W78-ESTAB-MATRIZ  TO DOC-ESTABELECIMENTO.
           MOVE DOC-ANT-DOCUMENTO TO DOC-DOCUMENTO.
           MOVE DOC-ANT-CADASTRO  TO DOC-CADASTRO.
           MOVE DOC-ANT-SITUACAO  TO DOC-SITUACAO.
           MOVE DOC-ANT-DATA-COMPET TO DOC-DATA-COMPETENCIA.
           MOVE DOC-ANT-DATA-LCTO TO DOC-DATA-LCTO.
           MOVE DOC-ANT-UF-ORIGEM TO DOC-UF-ORIGEM.
           MOVE DOC-ANT-UF-DESTINO TO DOC-UF-DESTINO.
           MOVE DOC-ANT-VALOR-MERC TO DOC-VALOR-MERCADORIA.
           MOVE DOC-ANT-ICMS      TO DOC-ICMS.
           MOVE DOC-ANT-ICMS-ST   TO DOC-ICMS-ST.
           MOVE DOC-ANT-COMPET-ESTORNO TO DOC-COMPET-ESTORNO.
           MOVE DOC-ANT-DATA-ESTORNO TO DOC-DATA-ESTORNO.
           WRITE                  W-REG-DOCUMENTO
              INVALID KEY
                 DISPLAY "DOCUMENTO DUPLICADO NA CONVERSAO: "
                         DOC-DOCUMENTO " " DOC-CADASTRO
                 ADD 1            TO W-QTD-DUPLICADOS
                 EXIT             PARAGRAPH
           END-WRITE.
           ADD 1                  TO W-QTD-DOCUMENTOS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Converte as guias de recolhimento para o layout com o estabelecimento na chave (todas da matriz).............<*
       CNVE-CONVERTE-GUIAS.
           OPEN INPUT             F-GARE-ANTIGO.
           IF W-FS-GARE-ANTIGO = "35"
              MOVE "GAREICM INEXISTENTE - NADA A CONVERTER"
                TO REG-RELATORIO
              WRITE               REG-RELATORIO
              EXIT                PARAGRAPH
           END-IF.
           IF W-FS-GARE-ANTIGO NOT = "00"
              DISPLAY "GAREICM ANTIGO INDISPONIVEL - STATUS "
                      W-FS-GARE-ANTIGO
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-GARE-NOVO.
           IF W-FS-GARE-NOVO NOT = "00"
              DISPLAY "GAREICM NOVO INDISPONIVEL - STATUS "
                      W-FS-GARE-NOVO
              STOP RUN
           END-IF.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE ZEROS             TO GARE-ANT-COMPETENCIA.
           START F-GARE-ANTIGO KEY NOT < GARE-ANT-COMPETENCIA
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-GARE-ANTIGO NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
              IF W-FS-GARE-ANTIGO NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 PERFORM          CNVE-CONVERTE-UMA-GUIA
              END-IF
           END-PERFORM.
           CLOSE                  F-GARE-ANTIGO
                                  F-GARE-NOVO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma guia no layout novo em nome da matriz..............................................................<*
       CNVE-CONVERTE-UMA-GUIA.
           INITIALIZE             W-REG-GARE.
           MOVE W78-ESTAB-MATRIZ  TO GARE-ESTAB.
           MOVE GARE-ANT-COMPETENCIA TO GARE-COMPETENCIA.
           MOVE GARE-ANT-SITUACAO TO GARE-SITUACAO.
           MOVE GARE-ANT-DATA-GERACAO TO GARE-DATA-GERACAO.
           MOVE GARE-ANT-DATA-VENCIMENTO TO GARE-DATA-VENCIMENTO.
           MOVE GARE-ANT-VALOR-PRINCIPAL TO GARE-VALOR-PRINCIPAL.
           MOVE GARE-ANT-DATA-PAGAMENTO TO GARE-DATA-PAGAMENTO.
           MOVE GARE-ANT-VALOR-PAGO TO GARE-VALOR-PAGO.
           MOVE GARE-ANT-AUTENTICACAO TO GARE-AUTENTICACAO.
           MOVE GARE-ANT-DATA-CALCULO TO GARE-DATA-CALCULO.
           MOVE GARE-ANT-DIAS-ATRASO TO GARE-DIAS-ATRASO.
           MOVE GARE-ANT-BASE-ATRASO TO GARE-BASE-ATRASO.
           MOVE GARE-ANT-VALOR-MULTA TO GARE-VALOR-MULTA.
           MOVE GARE-ANT-VALOR-JUROS TO GARE-VALOR-JUROS.
           MOVE GARE-ANT-SALDO-DEVEDOR TO GARE-SALDO-DEVEDOR.
           WRITE                  W-REG-GARE.
           ADD 1                  TO W-QTD-GUIAS.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite o resumo da conversão: registros copiados de cada arquivo..............................................<*
       CNVE-EMITE-RESUMO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "ANOS-BASE ACUMICM -> ACUMEST" TO LCT-DESCRICAO.
           MOVE W-QTD-ACUM        TO LCT-QUANTIDADE.
           PERFORM                CNVE-GRAVA-CONTAGEM.
           MOVE "ANOS-BASE/UF ACUMUFI -> ACUMUFE" TO LCT-DESCRICAO.
           MOVE W-QTD-ACUMUF      TO LCT-QUANTIDADE.
           PERFORM                CNVE-GRAVA-CONTAGEM.
           MOVE "ANOS-BASE ACUMCRE -> ACUMCRES" TO LCT-DESCRICAO.
           MOVE W-QTD-ACUMCRE     TO LCT-QUANTIDADE.
           PERFORM                CNVE-GRAVA-CONTAGEM.
           MOVE "COMPETENCIAS APURSLD -> APUREST" TO LCT-DESCRICAO.
           MOVE W-QTD-APURACAO    TO LCT-QUANTIDADE.
           PERFORM                CNVE-GRAVA-CONTAGEM.
           MOVE "DOCUMENTOS DOCICM CONVERTIDOS" TO LCT-DESCRICAO.
           MOVE W-QTD-DOCUMENTOS  TO LCT-QUANTIDADE.
           PERFORM                CNVE-GRAVA-CONTAGEM.
           MOVE "DOCUMENTOS DUPLICADOS (NAO GRAVADOS)"
             TO LCT-DESCRICAO.
           MOVE W-QTD-DUPLICADOS  TO LCT-QUANTIDADE.
           PERFORM                CNVE-GRAVA-CONTAGEM.
           MOVE "GUIAS GAREICM CONVERTIDAS" TO LCT-DESCRICAO.
           MOVE W-QTD-GUIAS       TO LCT-QUANTIDADE.
           PERFORM                CNVE-GRAVA-CONTAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do resumo (descrição e quantidade já preenchidas)................................<*
       CNVE-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
