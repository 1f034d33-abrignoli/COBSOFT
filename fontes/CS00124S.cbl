       copy CSS01900.cpy.
       copy CSS02700.cpy.
       copy CSS04700.cpy.
       copy CSS14200.cpy.
       copy CSS14400.cpy.

      *>=================================================================================
       data division.
       copy CSF01900.cpy.
       copy CSF02700.cpy.
       copy CSF04700.cpy.
       copy CSF14200.cpy.
       copy CSF14400.cpy.

      *>=================================================================================
       working-storage section.
       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00124S".
       78   c-descricao-programa                   value "LANCAMENTOS GERENCIAIS".
       78   c-faixa-titulo-emprestimo              value 980000000.
       78   c-fim-faixa-emprestimo                 value 989999999.

       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-data-geracao                     pic 9(08).
            03 ws-valor-cmv                        pic 9(11)v9(02).
            03 ws-valor-despesas                   pic 9(11)v9(02).
            03 ws-valor-frete                      pic 9(11)v9(02).
            03 ws-valor-juros-emprestimos          pic 9(11)v9(02).

      *> Contas gerenciais dos eventos - parâmetros CTB-* em pd04700,
      *> com os padrões do plano sugerido quando não parametrizado
            03 ws-conta-caixa                      pic 9(05) value 11000.
            03 ws-conta-estoque                    pic 9(05) value 12000.
            03 ws-conta-fornecedor                 pic 9(05) value 21000.
            03 ws-conta-juros                      pic 9(05) value 45000.
            03 ws-conta-emprestimos                pic 9(05) value 22000.

      *>=================================================================================
       linkage section.
            perform 9000-abrir-i-pd01900
            perform 9000-abrir-i-pd02700
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-periodo-contabil

            string lnk-dat-path delimited   by "  " "\EFD144.DAT" into wid-pd14400
            open input pd14400
            if   ws-arquivo-inexistente
                 open output pd14400
                 close pd14400
                 open input pd14400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD144.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to ws-data-geracao
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-fornecedor
            end-if
            move "CTB-CONTA-JUROS"                 to f04700-cd-parametro
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-juros
            end-if
            move "CTB-CONTA-EMPRESTIMO"            to f04700-cd-parametro
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-emprestimos
            end-if

       exit.

      *>   CMV        : D CMV              C estoque
      *>   despesas   : D despesa          C fornecedores
      *>   frete      : D frete            C caixa
      *>   juros      : D despesa financeira C empréstimos (prestações de
      *>                empréstimo/financiamento que vencem no dia)
      *> Dia já gerado (lançamento com esta origem na data) não gera em
      *> dobro - a rotina roda dentro do fechamento diário (CS00120S).
       2000-processamento section.
                 exit section
            end-if

            move ws-data-geracao(1:6)               to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   ws-periodo-contabil-fechado
                 move spaces                        to ws-mensagem
                 string "Competência " ws-ano-mes-contabil " fechada na contabilidade - lançamentos do dia não gerados, reabra o período (CS10051C)." into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2100-apurar-faturamento-dia
            perform 2200-apurar-cmv-dia
            perform 2300-apurar-despesas-dia
            perform 2400-apurar-juros-emprestimos

            move zeros                              to ws-nr-sequencia

                 perform 2900-gravar-lancamento
            end-if

            if   ws-valor-juros-emprestimos greater zeros
                 move ws-conta-juros                to f09200-cd-conta-debito
                 move ws-conta-emprestimos          to f09200-cd-conta-credito
                 move ws-valor-juros-emprestimos    to f09200-valor-lancamento
                 move "JUROS DE EMPRESTIMOS VENCIDOS NO DIA" to f09200-ds-historico
                 perform 2900-gravar-lancamento
            end-if

            move ws-nr-lancamentos                  to ws-nr-lancamentos-x
            move spaces                             to ws-mensagem
            string "Lançamentos gerenciais do dia " ws-data-geracao

                 if   f02700-data-entrada equal ws-data-geracao
                 and  not f02700-titulo-cancelado
                 and (f02700-numero-documento < c-faixa-titulo-emprestimo
                 or   f02700-numero-documento > c-fim-faixa-emprestimo)
                      add  f02700-valor-parcela     to ws-valor-despesas
                 end-if


       exit.

      *>=================================================================================
      *> Prestações de empréstimo (CS10052C) não são despesa na entrada
      *> dos títulos - o principal é passivo. Só os juros da prestação
      *> entram no resultado, no dia do vencimento, pelo cronograma
      *> (pd14400); título cancelado não conta.
       2400-apurar-juros-emprestimos section.

            initialize                              f14400-parcela-emprestimo
            move lnk-cd-empresa                     to f14400-cd-empresa
            move lnk-cd-filial                      to f14400-cd-filial
            perform 9000-str-pd14400-grt
            perform 9000-ler-pd14400-nex

            perform until not ws-operacao-ok
                          or f14400-cd-empresa <> lnk-cd-empresa
                          or f14400-cd-filial  <> lnk-cd-filial

                 if   f14400-data-vencimento equal ws-data-geracao
                 and  f14400-valor-juros greater zeros
                      initialize                    f02700-conta-pagar
                      move f14400-cd-empresa        to f02700-cd-empresa
                      move f14400-cd-filial         to f02700-cd-filial
                      move f14400-cd-fornecedor-titulo to f02700-cd-fornecedor
                      move f14400-nr-documento-titulo  to f02700-numero-documento
                      move 01                       to f02700-nr-parcela
                      perform 9000-ler-pd02700-ran
                      if   ws-operacao-ok
                      and  not f02700-titulo-cancelado
                           add  f14400-valor-juros  to ws-valor-juros-emprestimos
                      end-if
                      move "00"                     to ws-resultado-acesso
                 end-if

                 perform 9000-ler-pd14400-nex

            end-perform

       exit.

      *>=================================================================================
       2900-gravar-lancamento section.

            close pd01900
            close pd02700
            close pd04700
            close pd14200
            close pd14400

       exit.

      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP14200.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR09200.cpy.
       copy CSR05000.cpy.
       copy CSR14400.cpy.
       copy CSR01900.cpy.
       copy CSR02700.cpy.
       copy CSR04700.cpy.
       copy CSR14200.cpy.
