      $set sourceformat"free"
       program-id. CS00139S.
      *>=================================================================================
      *>
      *>           Importação do DDA - Conferência de Boletos x Contas a Pagar
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS15100.cpy.
       copy CSS02700.cpy.
       copy CSS01500.cpy.
       copy CSS00901.cpy.

             select arqretorno assign to disk wid-arqretorno
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF15100.cpy.
       copy CSF02700.cpy.
       copy CSF01500.cpy.
       copy CSF00901.cpy.

       fd   arqretorno.

       01   rl-registro-retorno.
            03 rl-linha-retorno                    pic x(240).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00139S".
       78   c-descricao-programa                   value "IMPORTACAO DDA".
       78   c-inicio-faixa-interna                 value 900000000.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-fim-retorno                   pic x(01).
               88 ws-fim-retorno                        value "S" false "N".
            03 ws-id-titulo                        pic x(01).
               88 ws-titulo-encontrado                  value "S" false "N".
            03 ws-dda.
               05 ws-dda-codigo-barras             pic x(44).
               05 ws-dda-cnpj-beneficiario         pic 9(14).
               05 ws-dda-nome-beneficiario         pic x(30).
               05 ws-dda-data-vencimento           pic 9(08).
               05 ws-dda-valor-x                   pic x(15).
               05 ws-dda-valor-boleto redefines ws-dda-valor-x
                                                   pic 9(13)v9(02).
               05 ws-dda-nr-documento              pic x(15).
            03 ws-data-arquivo                     pic 9(08).
            03 ws-data-maior-vencimento            pic 9(08).
            03 ws-data-hoje                        pic 9(08).
            03 ws-saldo-titulo                     pic 9(09)v9(02).
            03 ws-nr-conciliados                   pic 9(05).
            03 ws-nr-sem-titulo                    pic 9(05).
            03 ws-nr-ja-importados                 pic 9(05).
            03 ws-nr-titulos-sem-boleto            pic 9(05).
            03 ws-valor-sem-titulo                 pic 9(11)v9(02).
            03 ws-valor-titulos-sem-boleto         pic 9(11)v9(02).
            03 ws-quantidade-x                     pic zzzz9.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
      *> O nome do arquivo do DDA pode vir na linha de comando (job
      *> DDAIMP de CS00001S); sem parâmetro é assumido o nome fixo
      *> DDA.RET que o banco deposita em lnk-int-path.
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD151.DAT" into wid-pd15100
            open i-o pd15100
            if   ws-arquivo-inexistente
                 open output pd15100
                 close pd15100
                 open i-o pd15100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD151.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd02700
            perform 9000-abrir-i-pd01500

            move spaces                             to wid-arqretorno
            if   lnk-linha-comando not equal spaces
                 string lnk-int-path delimited by "  "
                        "\" lnk-linha-comando delimited by "  "
                        into wid-arqretorno
            else
                 string lnk-int-path delimited by "  "
                        "\DDA.RET" into wid-arqretorno
            end-if

            accept ws-data-hoje                     from date yyyymmdd

            move zeros                              to ws-nr-conciliados
                                                       ws-nr-sem-titulo
                                                       ws-nr-ja-importados
                                                       ws-nr-titulos-sem-boleto
                                                       ws-valor-sem-titulo
                                                       ws-valor-titulos-sem-boleto
                                                       ws-data-maior-vencimento

       exit.

      *>=================================================================================
      *> Arquivo de retorno do DDA no padrão CNAB 240 da Febraban; só o
      *> detalhe segmento G (um boleto registrado contra o CNPJ da
      *> empresa) interessa:
      *>   col 008     tipo de registro "3"
      *>   col 014     segmento "G"
      *>   col 018-061 código de barras
      *>   col 063-077 CNPJ/CPF do beneficiário
      *>   col 078-107 nome do beneficiário
      *>   col 108-115 vencimento (DDMMAAAA)
      *>   col 116-130 valor do título (13 inteiros, 2 decimais)
      *>   col 148-162 número do documento no beneficiário
      *> O boleto é casado com título em aberto do fornecedor do CNPJ
      *> com o mesmo saldo e o mesmo vencimento; o código de barras fica
      *> no título para o borderô pagar como boleto.
       2000-processamento section.

            open input arqretorno
            if   not ws-operacao-ok
                 string "Arquivo do DDA não encontrado [" wid-arqretorno "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "CONFERENCIA DO DDA X CONTAS A PAGAR - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "BOLETOS DO DDA" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            set  ws-fim-retorno                     to false

            perform until ws-fim-retorno

                 read arqretorno
                 if   not ws-operacao-ok
                      set ws-fim-retorno            to true
                 else
                      if   rl-linha-retorno(08:01) equal "3"
                      and  rl-linha-retorno(14:01) equal "G"
                           perform 2100-processar-boleto
                      end-if
                 end-if

            end-perform

            close arqretorno

            perform 2300-titulos-sem-boleto

            compute lnk-nr-registros-lote =
                    ws-nr-conciliados + ws-nr-sem-titulo + ws-nr-ja-importados

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-conciliados                  to ws-quantidade-x
            move spaces                             to rl-linha-relatorio
            string "BOLETOS CONCILIADOS........: " ws-quantidade-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-ja-importados                to ws-quantidade-x
            move spaces                             to rl-linha-relatorio
            string "BOLETOS JA IMPORTADOS......: " ws-quantidade-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-sem-titulo                   to ws-quantidade-x
            move ws-valor-sem-titulo                to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "BOLETOS SEM TITULO.........: " ws-quantidade-x "  " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-titulos-sem-boleto           to ws-quantidade-x
            move ws-valor-titulos-sem-boleto        to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TITULOS SEM BOLETO.........: " ws-quantidade-x "  " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            if   ws-nr-sem-titulo greater zeros
            or   ws-nr-titulos-sem-boleto greater zeros
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       2100-processar-boleto section.

            initialize                              ws-dda
            move rl-linha-retorno(018:44)           to ws-dda-codigo-barras
            move rl-linha-retorno(064:14)           to ws-dda-cnpj-beneficiario
            move rl-linha-retorno(078:30)           to ws-dda-nome-beneficiario
            move rl-linha-retorno(108:08)           to ws-data-arquivo
            move rl-linha-retorno(116:15)           to ws-dda-valor-x
            move rl-linha-retorno(148:15)           to ws-dda-nr-documento

            move ws-data-arquivo                    to ws-data
            move ws-dia                             to ws-dia-inv
            move ws-mes                             to ws-mes-inv
            move ws-ano                             to ws-ano-inv
            move ws-data-inv                        to ws-dda-data-vencimento

            if   ws-dda-data-vencimento greater ws-data-maior-vencimento
                 move ws-dda-data-vencimento        to ws-data-maior-vencimento
            end-if

            initialize                              f15100-boleto-dda
            move ws-dda-codigo-barras               to f15100-codigo-barras
            perform 9000-ler-pd15100-ran-1
            if   ws-operacao-ok
                 add  1                             to ws-nr-ja-importados
                 exit section
            end-if

            move ws-dda-valor-boleto                to ws-valor-x

            perform 2200-localizar-titulo
            if   not ws-titulo-encontrado
                 add  1                             to ws-nr-sem-titulo
                 add  ws-dda-valor-boleto           to ws-valor-sem-titulo
                 move spaces                        to rl-linha-relatorio
                 string "SEM TITULO: " ws-dda-cnpj-beneficiario " " ws-dda-nome-beneficiario
                        " VENC " ws-dda-data-vencimento(7:2) "/" ws-dda-data-vencimento(5:2) "/"
                        ws-dda-data-vencimento(1:4) " " ws-valor-x " DOC " ws-dda-nr-documento
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            initialize                              f15100-boleto-dda
            move f02700-cd-empresa                  to f15100-cd-empresa
            move f02700-cd-filial                   to f15100-cd-filial
            move f02700-cd-fornecedor               to f15100-cd-fornecedor
            move f02700-numero-documento            to f15100-numero-documento
            move f02700-nr-parcela                  to f15100-nr-parcela
            move ws-dda-codigo-barras               to f15100-codigo-barras
            move ws-dda-cnpj-beneficiario           to f15100-cnpj-beneficiario
            move ws-dda-nome-beneficiario           to f15100-nome-beneficiario
            move ws-dda-data-vencimento             to f15100-data-vencimento
            move ws-dda-valor-boleto                to f15100-valor-boleto
            move ws-dda-nr-documento                to f15100-nr-documento-cedente
            move ws-data-hoje                       to f15100-data-importacao
            perform 9000-gravar-pd15100
            if   not ws-operacao-ok
                 string "Erro ao gravar boleto do DDA - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                  to ws-nr-conciliados
            move spaces                             to rl-linha-relatorio
            string "CONCILIADO: FORNECEDOR " f02700-cd-fornecedor " TITULO " f02700-numero-documento
                   "/" f02700-nr-parcela " VENC " ws-dda-data-vencimento(7:2) "/"
                   ws-dda-data-vencimento(5:2) "/" ws-dda-data-vencimento(1:4) " " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Fornecedor pelo CNPJ do beneficiário; título em aberto dele com
      *> saldo igual ao valor do boleto, mesmo vencimento e ainda sem
      *> boleto conciliado. Boleto igual a outro já casado (cobrança em
      *> duplicidade) não acha título livre e sai na lista sem título.
       2200-localizar-titulo section.

            set  ws-titulo-encontrado               to false

            initialize                              f01500-fornecedor
            move ws-dda-cnpj-beneficiario           to f01500-cgc
            perform 9000-ler-pd01500-ran-1
            if   not ws-operacao-ok
            or   f01500-cd-empresa not equal lnk-cd-empresa
            or   f01500-cd-filial  not equal lnk-cd-filial
                 exit section
            end-if

            initialize                              f02700-conta-pagar
            move lnk-cd-empresa                     to f02700-cd-empresa
            move lnk-cd-filial                      to f02700-cd-filial
            move f01500-cd-fornecedor               to f02700-cd-fornecedor
            perform 9000-str-pd02700-grt
            perform 9000-ler-pd02700-nex

            perform until not ws-operacao-ok
                          or f02700-cd-empresa    <> lnk-cd-empresa
                          or f02700-cd-filial     <> lnk-cd-filial
                          or f02700-cd-fornecedor <> f01500-cd-fornecedor
                          or ws-titulo-encontrado

                 compute ws-saldo-titulo = f02700-valor-parcela - f02700-valor-pago
                 if  (f02700-titulo-aberto or f02700-titulo-vencido)
                 and  ws-saldo-titulo        equal ws-dda-valor-boleto
                 and  f02700-data-vencimento equal ws-dda-data-vencimento
                      initialize                    f15100-boleto-dda
                      move f02700-cd-empresa        to f15100-cd-empresa
                      move f02700-cd-filial         to f15100-cd-filial
                      move f02700-cd-fornecedor     to f15100-cd-fornecedor
                      move f02700-numero-documento  to f15100-numero-documento
                      move f02700-nr-parcela        to f15100-nr-parcela
                      perform 9000-ler-pd15100-ran
                      if   not ws-operacao-ok
                           set  ws-titulo-encontrado to true
                      end-if
                      move "00"                     to ws-resultado-acesso
                 end-if

                 if   not ws-titulo-encontrado
                      perform 9000-ler-pd02700-nex
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Títulos em aberto sem boleto conciliado com vencimento até o
      *> maior vencimento do arquivo (depois dele o boleto pode ainda
      *> não ter sido registrado). Títulos de numeração interna (faixas
      *> 900.000.000 em diante - tributos, empréstimos, renegociações)
      *> não são cobrados por boleto e ficam de fora.
       2300-titulos-sem-boleto section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "TITULOS EM ABERTO SEM BOLETO NO DDA" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f02700-conta-pagar
            move lnk-cd-empresa                     to f02700-cd-empresa
            move lnk-cd-filial                      to f02700-cd-filial
            perform 9000-str-pd02700-grt
            perform 9000-ler-pd02700-nex

            perform until not ws-operacao-ok
                          or f02700-cd-empresa <> lnk-cd-empresa
                          or f02700-cd-filial  <> lnk-cd-filial

                 if  (f02700-titulo-aberto or f02700-titulo-vencido)
                 and  f02700-numero-documento less c-inicio-faixa-interna
                 and  f02700-data-vencimento not greater ws-data-maior-vencimento
                      initialize                    f15100-boleto-dda
                      move f02700-cd-empresa        to f15100-cd-empresa
                      move f02700-cd-filial         to f15100-cd-filial
                      move f02700-cd-fornecedor     to f15100-cd-fornecedor
                      move f02700-numero-documento  to f15100-numero-documento
                      move f02700-nr-parcela        to f15100-nr-parcela
                      perform 9000-ler-pd15100-ran
                      if   not ws-operacao-ok
                           perform 2310-imprimir-titulo-sem-boleto
                      end-if
                      move "00"                     to ws-resultado-acesso
                 end-if

                 perform 9000-ler-pd02700-nex

            end-perform

       exit.

      *>=================================================================================
       2310-imprimir-titulo-sem-boleto section.

            compute ws-saldo-titulo = f02700-valor-parcela - f02700-valor-pago

            add  1                                  to ws-nr-titulos-sem-boleto
            add  ws-saldo-titulo                    to ws-valor-titulos-sem-boleto

            move ws-saldo-titulo                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "SEM BOLETO: FORNECEDOR " f02700-cd-fornecedor " TITULO " f02700-numero-documento
                   "/" f02700-nr-parcela " SERIE " f02700-serie-documento
                   " VENC " f02700-data-vencimento(7:2) "/" f02700-data-vencimento(5:2) "/"
                   f02700-data-vencimento(1:4) " " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd15100
            close pd02700
            close pd01500

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR15100.cpy.
       copy CSR02700.cpy.
       copy CSR01500.cpy.
