       copy CSS08800.cpy.
       copy CSS02700.cpy.
       copy CSS02800.cpy.
       copy CSS15100.cpy.
       copy CSS00901.cpy.

             select arqremessa assign to disk wid-arqremessa
       copy CSF08800.cpy.
       copy CSF02700.cpy.
       copy CSF02800.cpy.
       copy CSF15100.cpy.
       copy CSF00901.cpy.

       fd   arqremessa.
            perform 9000-abrir-io-pd02700
            perform 9000-abrir-i-pd02800

            string lnk-dat-path delimited   by "  " "\EFD151.DAT" into wid-pd15100
            open input pd15100
            if   ws-arquivo-inexistente
                 open output pd15100
                 close pd15100
                 open input pd15100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD151.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
            close pd08800
            close pd02700
            close pd02800
            close pd15100

       exit.

      *> Monta um borderô com todos os títulos aprovados e em aberto com
      *> vencimento até a data informada, numera pela sequência central
      *> e gera a remessa CNAB de pagamento em lnk-int-path. Leiaute
      *> simplificado acordado com o banco (crédito em conta, ou boleto
      *> quando o título tem código de barras conciliado pelo DDA):
      *>   |PAGHDR|borderô|agência|conta|data geração|
      *>   |PAG|sequência|fornecedor|documento|parcela|forma|vencimento|
      *>        valor (15 dígitos, 2 decimais implícitas)|código de barras|
      *>   |PAGTRL|quantidade|valor total|
       2100-montar-bordero section.

                          or f02700-cd-empresa <> lnk-cd-empresa
                          or f02700-cd-filial  <> lnk-cd-filial

      *>   título em moeda estrangeira é pago por contrato de câmbio,
      *>   na baixa do CS50002C, e não entra na remessa
                 if   not f02700-titulo-pago
                 and  not f02700-titulo-cancelado
                 and  f02700-titulo-aprovado
                 and  f02700-moeda-nacional
                 and  f02700-data-vencimento not greater f08700-data-limite-vencimento
                      perform 2115-verificar-titulo-em-bordero
                      if   not ws-titulo-ja-em-bordero
            set  f08800-pagto-credito-conta         to true
            set  f08800-item-pendente               to true

      *>   título com boleto conciliado pelo DDA (CS00139S) é pago como
      *>   boleto, pelo código de barras
            initialize                              f15100-boleto-dda
            move f02700-cd-empresa                  to f15100-cd-empresa
            move f02700-cd-filial                   to f15100-cd-filial
            move f02700-cd-fornecedor               to f15100-cd-fornecedor
            move f02700-numero-documento            to f15100-numero-documento
            move f02700-nr-parcela                  to f15100-nr-parcela
            perform 9000-ler-pd15100-ran
            if   ws-operacao-ok
                 set  f08800-pagto-titulo           to true
            else
                 move spaces                        to f15100-codigo-barras
            end-if

            perform 9000-gravar-pd08800
            if   not ws-operacao-ok
                 subtract 1                         from ws-nr-titulos
                   "|" f08800-nr-parcela
                   "|" f08800-forma-pagamento
                   "|" f02700-data-vencimento
                   "|" ws-valor-cnab-x
                   "|" f15100-codigo-barras "|" into rl-linha-remessa
            write rl-registro-remessa

       exit.
       copy CSR08800.cpy.
       copy CSR02700.cpy.
       copy CSR02800.cpy.
       copy CSR15100.cpy.
