      *>--------------------------------------------------------------------------------------------------------------<*
      *>->      C O N V E R S Ã O   D O   C A D A S T R O   ( C O N T R I B U I N T E   D O   I C M S )             <-<*
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                CNVCTB.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Histórico de alterações
      *>-> dd/mm/aaaa  autor            descrição
      *>-> ----------  ---------------  --------------------------------------------------------------------------<*
      *>-> 15/10/2026  equipe cadastro  Programa criado: conversão única do CADASTRO para o layout com o
      *>->                              indicador de contribuinte do ICMS (CAD-CONTRIBUINTE-ICMS, 1 byte
      *>->                              a mais no fim do registro) - copia o dataset antigo para o novo
      *>->                              derivando o indicador do tipo: cliente (pessoa física) = não
      *>->                              contribuinte, fornecedor = contribuinte; as exceções
      *>->                              (fornecedor sem inscrição estadual) são acertadas depois pela
      *>->                              manutenção MANCAD a partir do relatório da conversão
      *>-> 15/10/2026  equipe cadastro  Registro novo declarado no próprio programa (150 bytes, até o
      *>->                              indicador de contribuinte) em lugar do CADREG.CPY, que já traz a
      *>->                              situação federal: a conversão CNVRFB roda em seguida sobre a saída
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
                  record key     is cad-nov-codigo
                  file status    is w-fs-novo.
      *>-> Relatório da conversão: indicador atribuído a cada cadastro
           select f-relatorio
                  assign to      "CNVCTBRL"
                  organization   is line sequential
                  file status    is w-fs-relatorio.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  f-cad-antigo.
      *>-> Registro do layout antigo: idêntico a CADREG.CPY antes da
      *>-> inclusão de CAD-CONTRIBUINTE-ICMS
       01  w-reg-cad-antigo.
           05 cad-ant-codigo      pic is 9(06).
           05 cad-ant-tipo        pic is x(01).
              88 cad-ant-cliente                  value is "C".
           05 cad-ant-nome        pic is x(40).
           05 cad-ant-cnpj-cpf    pic is 9(14).
           05 cad-ant-uf          pic is x(02).
           05 cad-ant-cidade      pic is x(30).
           05 cad-ant-endereco    pic is x(40).
           05 cad-ant-cep         pic is 9(08).
           05 cad-ant-situacao    pic is x(01).
           05 cad-ant-municipio-ibge pic is 9(07).
       fd  f-cad-novo.
      *>-> Registro do layout novo desta conversão: o antigo com
      *>-> CAD-CONTRIBUINTE-ICMS no fim (150 bytes). O layout corrente de
      *>-> CADREG.CPY, com a situação federal, sai da conversão CNVRFB,
      *>-> que lê este registro
       01  w-reg-cad-novo.
           05 cad-nov-codigo      pic is 9(06).
           05 cad-nov-tipo        pic is x(01).
           05 cad-nov-nome        pic is x(40).
           05 cad-nov-cnpj-cpf    pic is 9(14).
           05 cad-nov-uf          pic is x(02).
           05 cad-nov-cidade      pic is x(30).
           05 cad-nov-endereco    pic is x(40).
           05 cad-nov-cep         pic is 9(08).
           05 cad-nov-situacao    pic is x(01).
           05 cad-nov-municipio-ibge pic is 9(07).
           05 cad-nov-contribuinte-icms pic is x(01).
              88 cad-nov-contribuinte             value is "S".
              88 cad-nov-nao-contribuinte          value "N".
       fd  f-relatorio.
       01  reg-relatorio          pic is x(132).
      *>--------------------------------------------------------------------------------------------------------------<*
       working-storage            section.
      *>-> Nome do programa
       78  w78-nomprg                             value is "CNVCTB".
      *>-> Status dos arquivos
       01  w-fs-antigo            pic is x(02)    value is spaces.
       01  w-fs-novo              pic is x(02)    value is spaces.
       01  w-fs-relatorio         pic is x(02)    value is spaces.
      *>-> Indicador de fim da varredura do cadastro antigo
       01  w-fim-varredura        pic is x(01)    value is "N".
           88 varredura-encerrada                 value is "S".
           88 varredura-ativa                      value "N".
      *>-> Contadores da conversão
       01  w-qtd-convertidos      pic is 9(06)    value is zeros.
       01  w-qtd-contribuintes    pic is 9(06)    value is zeros.
       01  w-qtd-nao-contrib      pic is 9(06)    value is zeros.
      *>-> Linha de detalhe do relatório da conversão
       01  w-linha-conversao.
           05 lcv-codigo          pic is 9(06)    value is zeros.
           05 filler              pic is x(01)    value is space.
           05 lcv-tipo            pic is x(01)    value is space.
           05 filler              pic is x(01)    value is space.
           05 lcv-nome            pic is x(40)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lcv-uf              pic is x(02)    value is spaces.
           05 filler              pic is x(01)    value is space.
           05 lcv-contribuinte    pic is x(01)    value is space.
      *>-> Linha de contagem do resumo
       01  w-linha-contagem.
           05 lct-descricao       pic is x(40)    value is spaces.
           05 lct-quantidade      pic is z.zzz.zz9 value is zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
      *>--------------------------------------------------------------------------------------------------------------<*
       CNVT-PRINCIPAL             SECTION.
       CNVT-INICIO.
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
           MOVE "CONVERSAO DO CADASTRO - INDICADOR DE CONTRIBUINTE ICMS"
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
                 PERFORM          CNVT-COPIA-UM-CADASTRO
              END-IF
           END-PERFORM.
           CLOSE                  F-CAD-ANTIGO
                                  F-CAD-NOVO.
           PERFORM                CNVT-EMITE-RESUMO.
           CLOSE                  F-RELATORIO.
           DISPLAY "CNVCTB: " W-QTD-CONVERTIDOS
                   " CADASTRO(S) CONVERTIDO(S)".
           STOP RUN.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Copia um cadastro para o layout novo, derivando o indicador de contribuinte do tipo do cadastro..............<*
       CNVT-COPIA-UM-CADASTRO.
           MOVE CAD-ANT-CODIGO    TO CAD-NOV-CODIGO.
           MOVE CAD-ANT-TIPO      TO CAD-NOV-TIPO.
           MOVE CAD-ANT-NOME      TO CAD-NOV-NOME.
           MOVE CAD-ANT-CNPJ-CPF  TO CAD-NOV-CNPJ-CPF.
           MOVE CAD-ANT-UF        TO CAD-NOV-UF.
           MOVE CAD-ANT-CIDADE    TO CAD-NOV-CIDADE.
           MOVE CAD-ANT-ENDERECO  TO CAD-NOV-ENDERECO.
           MOVE CAD-ANT-CEP       TO CAD-NOV-CEP.
           MOVE CAD-ANT-SITUACAO  TO CAD-NOV-SITUACAO.
           MOVE CAD-ANT-MUNICIPIO-IBGE TO CAD-NOV-MUNICIPIO-IBGE.
      *>-> Cliente é pessoa física (consumidor final, não contribuinte);
      *>-> fornecedor é pessoa jurídica contribuinte
           IF CAD-ANT-CLIENTE
              SET                 CAD-NOV-NAO-CONTRIBUINTE TO TRUE
           ELSE
              SET                 CAD-NOV-CONTRIBUINTE TO TRUE
           END-IF.
           WRITE                  W-REG-CAD-NOVO
              INVALID KEY
                 DISPLAY "CODIGO DUPLICADO NA CONVERSAO: "
                         CAD-NOV-CODIGO
                 EXIT             PARAGRAPH
           END-WRITE.
           ADD 1                  TO W-QTD-CONVERTIDOS.
           IF CAD-NOV-CONTRIBUINTE
              ADD 1               TO W-QTD-CONTRIBUINTES
           ELSE
              ADD 1               TO W-QTD-NAO-CONTRIB
           END-IF.
           MOVE CAD-NOV-CODIGO    TO LCV-CODIGO.
           MOVE CAD-NOV-TIPO      TO LCV-TIPO.
           MOVE CAD-NOV-NOME      TO LCV-NOME.
           MOVE CAD-NOV-UF        TO LCV-UF.
           MOVE CAD-NOV-CONTRIBUINTE-ICMS TO LCV-CONTRIBUINTE.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONVERSAO TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Emite o resumo da conversão: convertidos, contribuintes e não contribuintes..................................<*
       CNVT-EMITE-RESUMO.
           MOVE SPACES            TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
           MOVE "CADASTROS CONVERTIDOS" TO LCT-DESCRICAO.
           MOVE W-QTD-CONVERTIDOS TO LCT-QUANTIDADE.
           PERFORM                CNVT-GRAVA-CONTAGEM.
           MOVE "CONTRIBUINTES (S)" TO LCT-DESCRICAO.
           MOVE W-QTD-CONTRIBUINTES TO LCT-QUANTIDADE.
           PERFORM                CNVT-GRAVA-CONTAGEM.
           MOVE "NAO CONTRIBUINTES (N)" TO LCT-DESCRICAO.
           MOVE W-QTD-NAO-CONTRIB TO LCT-QUANTIDADE.
           PERFORM                CNVT-GRAVA-CONTAGEM.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Grava uma linha de contagem do resumo (descrição e quantidade já preenchidas)................................<*
       CNVT-GRAVA-CONTAGEM.
           MOVE SPACES            TO REG-RELATORIO.
           MOVE W-LINHA-CONTAGEM  TO REG-RELATORIO.
           WRITE                  REG-RELATORIO.
      *>--------------------------------------------------------------------------------------------------------------<*
