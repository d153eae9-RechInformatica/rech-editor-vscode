      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      C O N V E R S Ã O   D O   C A D A S T R O   ( S I T U A Ç Ã O   N A   R E C E I T A )               <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                CNVRFB.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe cadastro  Programa criado: conversão única do CADASTRO para o layout com a
      *>->                              situação cadastral do CNPJ na Receita Federal e a liberação do
      *>->                              supervisor (CAD-SITUACAO-FEDERAL a CAD-USUARIO-LIBERACAO, 26
      *>->                              bytes a mais no fim do registro) - copia o dataset antigo para o
      *>->                              novo com a situação federal em branco (ainda não carregada,
      *>->                              tratada como regular) e sem liberação; a primeira carga CRGRFB
      *>->                              preenche a situação de cada cadastro
      *>--------------------------------------------------------------------------------------------------------------<*
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Cadastro no layout antigo (dataset renomeado antes da conversão)
           select f-cad-antigo
                  assign to      "CADASTRO"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is cad-ant-codigo
                  file status    is w-fs-antigo.
      *>-> Cadastro no layout novo, criado por esta conversão
           select f-cad-novo
                  assign to      "CADASTRN"
                  organization   is indexed
                  access mode    is dynamic
                  record key     is cad-codigo
                  file status    is w-fs-novo.
      *>-> Relatório da conversão
           select f-relatorio
                  assign to      "CNVRFBRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-cad-antigo.
      *>-> Registro do layout antigo: idêntico a CADREG.CPY antes da
      *>-> inclusão da situação federal
       01  w-reg-cad-antigo.
           05 cad-ant-codigo      pic is 9(06).
           05 cad-ant-tipo        pic is x(01).
           05 cad-ant-nome        pic is x(40).
           05 cad-ant-cnpj-cpf    pic is 9(14).
           05 cad-ant-uf          pic is x(02).
           05 cad-ant-cidade      pic is x(30).
           05 cad-ant-endereco    pic is x(40).
           05 cad-ant-cep         pic is 9(08).
           05 cad-ant-situacao    pic is x(01).
              88 cad-ant-inativo                  value is "I".
           05 cad-ant-municipio-ibge pic is 9(07).
           05 cad-ant-contribuinte-icms pic is x(01).
       fd  f-cad-novo.
       copy                       "CADREG.CPY".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "CNVRFB".
      *>-> Status dos arquivos
       01  w-fs-antigo            pic is x(02)    value is spaces.
       01  w-fs-novo              pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Indicador de fim da varredura do cadastro antigo
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Contadores da conversão
       01  w-qtd-lidos            pic is 9(06)    value is zeros.
       01  w-qtd-convertidos      pic is 9(06)    value is zeros.
       01  w-qtd-duplicados       pic is 9(06)    value is zeros.
       01  w-qtd-inativos         pic is 9(06)    value is zeros.
      *>-> Linha de contagem do resumo
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
      *>--------------------------------------------------------------------------------------------------------------<*
       CNVR-PRINCIPAL             SECTION.
       CNVR-INICIO.
           OPEN INPUT             F-CAD-ANTIGO.
           IF W-FS-ANTIGO NOT = "00"
              DISPLAY "CADASTRO ANTIGO INDISPONIVEL - STATUS "
                      W-FS-ANTIGO
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-CAD-NOVO.
           IF W-FS-NOVO NOT = "00"
              DISPLAY "CADASTRO NOVO INDISPONIVEL - STATUS "
                      W-FS-NOVO
              STOP RUN
           END-IF.
           OPEN OUTPUT            F-RELATORIO.
           MOVE "CONVERSAO DO CADASTRO - SITUACAO NA RECEITA FEDERAL"
             TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           SET                    VARREDURA-ATIVA TO TRUE.
           MOVE ZEROS             TO CAD-ANT-CODIGO.
           START F-CAD-ANTIGO KEY NOT < CAD-ANT-CODIGO
              INVALID KEY
                 SET              VARREDURA-ENCERRADA TO TRUE
           END-START.
           PERFORM                UNTIL VARREDURA-ENCERRADA
              READ                F-CAD-ANTIGO NEXT RECORD
                 AT END
                    SET           VARREDURA-ENCERRADA TO TRUE
              END-READ
      *>-> Qualquer status diferente de leitura boa (fim de arquivo ou
      *>-> erro de I-O) encerra a varredura, para não ciclar em erro
              IF W-FS-ANTIGO NOT = "00"
                 SET              VARREDURA-ENCERRADA TO TRUE
              ELSE
                 ADD 1            TO W-QTD-LIDOS
                 PERFORM          CNVR-COPIA-UM-CADASTRO
              END-IF
           END-PERFORM.
           CLOSE                  F-CAD-ANTIGO
                                  F-CAD-NOVO.
           PERFORM                CNVR-EMITE-RESUMO.
           CLOSE                  F-RELATORIO.
           DISPLAY "CNVRFB: " W-QTD-CONVERTIDOS
                   " CADASTRO(S) CONVERTIDO(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Copia um cadastro para o layout novo: situação federal em branco (ainda não carregada) e sem liberação.......<*
       CNVR-COPIA-UM-CADASTRO.
           INITIALIZE             W-REG-CADASTRO.
           MOVE CAD-ANT-CODIGO    TO CAD-CODIGO.
           MOVE CAD-ANT-TIPO      TO CAD-TIPO.
           MOVE CAD-ANT-NOME      TO CAD-NOME.
           MOVE CAD-ANT-CNPJ-CPF  TO CAD-CNPJ-CPF.
           MOVE CAD-ANT-UF        TO CAD-UF.
           MOVE CAD-ANT-CIDADE    TO CAD-CIDADE.
           MOVE CAD-ANT-ENDERECO  TO CAD-ENDERECO.
           MOVE CAD-ANT-CEP       TO CAD-CEP.
           MOVE CAD-ANT-SITUACAO  TO CAD-SITUACAO.
           MOVE CAD-ANT-MUNICIPIO-IBGE TO CAD-MUNICIPIO-IBGE.
           MOVE CAD-ANT-CONTRIBUINTE-ICMS TO CAD-CONTRIBUINTE-ICMS.
           MOVE SPACE             TO CAD-SITUACAO-FEDERAL.
           MOVE ZEROS             TO CAD-DATA-SIT-FEDERAL.
           SET                    CAD-FEDERAL-NAO-LIBERADO TO TRUE.
           MOVE ZEROS             TO CAD-DATA-LIBERACAO.
           MOVE SPACES            TO CAD-USUARIO-LIBERACAO.
           WRITE                  W-REG-CADASTRO
              INVALID KEY
                 ADD 1            TO W-QTD-DUPLICADOS
                 DISPLAY "CODIGO DUPLICADO NA CONVERSAO: " CAD-CODIGO
                 EXIT             PARAGRAPH
           END-WRITE.
           ADD 1                  TO W-QTD-CONVERTIDOS.
           IF CAD-ANT-INATIVO
              ADD 1               TO W-QTD-INATIVOS
           END-IF.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite o resumo da conversão: lidos, convertidos, duplicados e inativos (já bloqueados para lançamento).......<*
       CNVR-EMITE-RESUMO.
           MOVE "CADASTROS LIDOS" TO LCT-DESCRICAO.
           MOVE W-QTD-LIDOS       TO LCT-QUANTIDADE.
           PERFORM                CNVR-GRAVA-CONTAGEM.
           MOVE "CADASTROS CONVERTIDOS" TO LCT-DESCRICAO.
           MOVE W-QTD-CONVERTIDOS TO LCT-QUANTIDADE.
           PERFORM                CNVR-GRAVA-CONTAGEM.
           MOVE "CODIGOS DUPLICADOS (NAO CONVERTIDOS)"
             TO LCT-DESCRICAO.
           MOVE W-QTD-DUPLICADOS  TO LCT-QUANTIDADE.
           PERFORM                CNVR-GRAVA-CONTAGEM.
           MOVE "  DOS CONVERTIDOS, INATIVOS" TO LCT-DESCRICAO.
           MOVE W-QTD-INATIVOS    TO LCT-QUANTIDADE.
           PERFORM                CNVR-GRAVA-CONTAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do resumo (descrição e quantidade já preenchidas)................................<*
       CNVR-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
