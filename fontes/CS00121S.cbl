       copy CSS05100.cpy.
       copy CSS01800.cpy.
       copy CSS00700.cpy.
       copy CSS13900.cpy.
       copy CSS14000.cpy.
       copy CSS04700.cpy.

             select arqefd assign to disk wid-arqefd
                   organization   is line sequential
       copy CSF05100.cpy.
       copy CSF01800.cpy.
       copy CSF00700.cpy.
       copy CSF13900.cpy.
       copy CSF14000.cpy.
       copy CSF04700.cpy.

       fd   arqefd.

            03 ws-nr-coluna-efd                    pic 9(04).
            03 ws-tipo-registro-9900               pic x(04).
            03 ws-contagem-9900                    pic 9(06).
            03 ws-indice-efd                       pic 9(01),9(08).
            03 ws-cd-parametro                     pic x(20).
            03 ws-cod-ajuste-ciap                  pic x(08).
            03 ws-id-ativo                         pic x(01).
               88 ws-ativo-disponivel                   value "S" false "N".

       01   ws-totais-apuracao.
            03 ws-tot-icms-debito                  pic 9(11)v9(02).
            03 ws-saldo-ipi                        pic s9(11)v9(02).
            03 ws-saldo-efd                        pic 9(09),9(02).

      *> CIAP da competência (movimento pd14000 gerado pelo CS00136S) -
      *> o crédito apropriado entra no E110 como ajuste a crédito (E111)
       01   ws-totais-ciap.
            03 ws-nr-movimentos-ciap               pic 9(06).
            03 ws-tot-saldo-inicial-ciap           pic 9(11)v9(02).
            03 ws-tot-parcelas-ciap                pic 9(11)v9(02).
            03 ws-tot-ciap-apropriado              pic 9(11)v9(02).
            03 ws-valor-saidas-trib-ciap           pic 9(11)v9(02).
            03 ws-valor-saidas-total-ciap          pic 9(11)v9(02).
            03 ws-indice-saidas-ciap               pic 9(01)v9(08).

       01   ws-tabela-produtos.
            03 ws-produto-efd                      occurs 999 times.
               05 ws-tab-cd-produto                pic 9(09).
            03 ws-nr-reg-0000                      pic 9(06).
            03 ws-nr-reg-0001                      pic 9(06).
            03 ws-nr-reg-0200                      pic 9(06).
            03 ws-nr-reg-0300                      pic 9(06).
            03 ws-nr-reg-0305                      pic 9(06).
            03 ws-nr-reg-0990                      pic 9(06).
            03 ws-nr-reg-c001                      pic 9(06).
            03 ws-nr-reg-c100                      pic 9(06).
            03 ws-nr-reg-e001                      pic 9(06).
            03 ws-nr-reg-e100                      pic 9(06).
            03 ws-nr-reg-e110                      pic 9(06).
            03 ws-nr-reg-e111                      pic 9(06).
            03 ws-nr-reg-e990                      pic 9(06).
            03 ws-nr-reg-g001                      pic 9(06).
            03 ws-nr-reg-g110                      pic 9(06).
            03 ws-nr-reg-g125                      pic 9(06).
            03 ws-nr-reg-g990                      pic 9(06).
            03 ws-nr-reg-9001                      pic 9(06).
            03 ws-nr-reg-9900                      pic 9(06).
            03 ws-nr-reg-9999                      pic 9(06).
            perform 9000-abrir-i-pd05100
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd04700

      *> Imobilizado é opcional - sem os arquivos o bloco G sai vazio
            set  ws-ativo-disponivel                to true
            string lnk-dat-path delimited   by "  " "\EFD139.DAT" into wid-pd13900
            open input pd13900
            if   not ws-operacao-ok
                 set  ws-ativo-disponivel           to false
            end-if
            string lnk-dat-path delimited   by "  " "\EFD140.DAT" into wid-pd14000
            open input pd14000
            if   not ws-operacao-ok
                 set  ws-ativo-disponivel           to false
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-efd

            initialize                              ws-tabela-produtos
            initialize                              ws-totais-apuracao
            initialize                              ws-totais-ciap
            initialize                              ws-contadores-registros
            move zeros                              to ws-nr-produtos
            move zeros                              to ws-nr-notas
      *> contadoria - campos pipe-delimitados, valores com vírgula
      *> decimal e zeros à esquerda (aceitos pelo validador):
      *>   bloco 0 - abertura (0000/0001), produtos movimentados (0200)
      *>             e bens do CIAP (0300/0305)
      *>   bloco C - documentos fiscais (C100) e itens (C170)
      *>   bloco E - apuração do ICMS (E100/E110/E111)
      *>   bloco G - CIAP (G110/G125), do movimento do imobilizado
      *>   bloco 9 - controle de contagem (9900)
      *> Entram as notas de entrada e saída autorizadas do período; os
      *> débitos vêm das saídas e os créditos das entradas.
            end-if

            perform 2100-passagem-totais
            perform 2150-passagem-ciap

            if   ws-nr-notas equal zeros
                 move "Nenhuma nota autorizada na competência - EFD não gerada!" to ws-mensagem
            perform 2300-bloco-0
            perform 2400-bloco-c
            perform 2500-bloco-e
            perform 2550-bloco-g
            perform 2600-bloco-9

            close arqefd

       exit.

      *>=================================================================================
      *> Totais do CIAP da competência para o G110 e o ajuste a crédito
      *> do E110. O índice de saídas é o mesmo em todos os movimentos do
      *> mês (apurado pelo CS00136S).
       2150-passagem-ciap section.

            if   not ws-ativo-disponivel
                 exit section
            end-if

            initialize                              f14000-movimento-ativo
            move lnk-cd-empresa                     to f14000-cd-empresa
            move lnk-cd-filial                      to f14000-cd-filial
            move ws-ano-mes-efd                     to f14000-ano-mes
            perform 9000-str-pd14000-grt
            perform 9000-ler-pd14000-nex

            perform until not ws-operacao-ok
                          or f14000-cd-empresa <> lnk-cd-empresa
                          or f14000-cd-filial  <> lnk-cd-filial
                          or f14000-ano-mes    <> ws-ano-mes-efd

                 if   f14000-tipo-mov-ciap not equal spaces
                      add  1                        to ws-nr-movimentos-ciap
                      add  f14000-valor-saldo-inicial-ciap to ws-tot-saldo-inicial-ciap
                      add  f14000-valor-parcela-ciap      to ws-tot-parcelas-ciap
                      add  f14000-valor-ciap-apropriado   to ws-tot-ciap-apropriado
                      move f14000-valor-saidas-tributadas to ws-valor-saidas-trib-ciap
                      move f14000-valor-saidas-total      to ws-valor-saidas-total-ciap
                      move f14000-indice-saidas           to ws-indice-saidas-ciap
                 end-if

                 perform 9000-ler-pd14000-nex

            end-perform

            subtract ws-tot-ciap-apropriado         from ws-saldo-icms

            if   ws-tot-ciap-apropriado greater zeros
                 move "EFD-COD-AJ-CIAP"             to ws-cd-parametro
                 initialize                         f04700-parametro
                 move lnk-cd-empresa                to f04700-cd-empresa
                 move lnk-cd-filial                 to f04700-cd-filial
                 move ws-cd-parametro               to f04700-cd-parametro
                 perform 9000-ler-pd04700-ran
                 if   ws-operacao-ok
                 and  f04700-parametro-ativo
                      move f04700-valor-texto       to ws-cod-ajuste-ciap
                 else
                      move "Parâmetro EFD-COD-AJ-CIAP não cadastrado - E111 do CIAP não gerado, confira a EFD!" to ws-mensagem
                      perform 9000-mensagem
                      set  lnk-com-warning          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
       2110-carregar-produtos-nota section.

                 perform 2310-registro-0200
            end-perform

            perform 2320-registros-0300

            compute ws-nr-linhas-bloco = ws-nr-reg-0000 + ws-nr-reg-0001
                                       + ws-nr-reg-0200 + ws-nr-reg-0300
                                       + ws-nr-reg-0305 + 1
            move ws-nr-linhas-bloco                  to ws-contagem-x
            move spaces                              to rl-linha-efd
            string "|0990|" ws-contagem-x "|"        into rl-linha-efd

       exit.

      *>=================================================================================
      *> Bens com movimento no CIAP da competência: identificação (0300)
      *> e utilização (0305) - referenciados pelo COD_IND_BEM do G125
       2320-registros-0300 section.

            if   ws-nr-movimentos-ciap equal zeros
                 exit section
            end-if

            initialize                              f14000-movimento-ativo
            move lnk-cd-empresa                     to f14000-cd-empresa
            move lnk-cd-filial                      to f14000-cd-filial
            move ws-ano-mes-efd                     to f14000-ano-mes
            perform 9000-str-pd14000-grt
            perform 9000-ler-pd14000-nex

            perform until not ws-operacao-ok
                          or f14000-cd-empresa <> lnk-cd-empresa
                          or f14000-cd-filial  <> lnk-cd-filial
                          or f14000-ano-mes    <> ws-ano-mes-efd

                 if   f14000-tipo-mov-ciap not equal spaces
                      initialize                    f13900-bem-ativo
                      move f14000-cd-empresa        to f13900-cd-empresa
                      move f14000-cd-filial         to f13900-cd-filial
                      move f14000-cd-bem            to f13900-cd-bem
                      perform 9000-ler-pd13900-ran
                      if   ws-operacao-ok
                           move spaces              to rl-linha-efd
                           string "|0300|" f13900-cd-bem "|1|"
                                  f13900-ds-bem "|||48|"
                                  into rl-linha-efd
                           perform 9100-gravar-linha-efd
                           add  1                   to ws-nr-reg-0300

                           move spaces              to rl-linha-efd
                           string "|0305|" f13900-cd-centro "|"
                                  f13900-ds-bem "|"
                                  f13900-vida-util-meses "|"
                                  into rl-linha-efd
                           perform 9100-gravar-linha-efd
                           add  1                   to ws-nr-reg-0305
                      end-if
                 end-if

                 perform 9000-ler-pd14000-nex

            end-perform

       exit.

      *>=================================================================================
      *> Bloco C: segunda passagem pelas notas do período gravando o
      *> documento (C100) e os itens (C170). IND_OPER 0=entrada 1=saída.
            move ws-tot-icms-debito                 to ws-valor-efd
            string "|E110|" ws-valor-efd "|0,00|0,00|" into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-tot-icms-credito                to ws-valor-efd
            string ws-valor-efd "|0,00|"            into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-tot-ciap-apropriado             to ws-valor-efd
            string ws-valor-efd "|0,00|"            into rl-linha-efd with pointer ws-nr-coluna-efd
            if   ws-saldo-icms greater zeros
                 move ws-saldo-icms                 to ws-saldo-efd
                 string ws-saldo-efd "|0,00|"
            perform 9100-gravar-linha-efd
            add  1                                  to ws-nr-reg-e110

            if   ws-tot-ciap-apropriado greater zeros
            and  ws-cod-ajuste-ciap not equal spaces
                 move ws-tot-ciap-apropriado        to ws-valor-efd
                 move spaces                        to rl-linha-efd
                 string "|E111|" ws-cod-ajuste-ciap
                        "|CREDITO CIAP " ws-ano-mes-efd "|"
                        ws-valor-efd "|"
                        into rl-linha-efd
                 perform 9100-gravar-linha-efd
                 add  1                             to ws-nr-reg-e111
            end-if

            compute ws-nr-linhas-bloco = ws-nr-reg-e001 + ws-nr-reg-e100
                                       + ws-nr-reg-e110 + ws-nr-reg-e111 + 1
            move ws-nr-linhas-bloco                 to ws-contagem-x
            move spaces                             to rl-linha-efd
            string "|E990|" ws-contagem-x "|"       into rl-linha-efd

       exit.

      *>=================================================================================
      *> Bloco G: CIAP - totais do mês (G110) e um G125 por bem com
      *> movimento. Data do movimento: aquisição no IM, baixa no AT/PE e
      *> início do período no SI.
       2550-bloco-g section.

            move spaces                             to rl-linha-efd
            if   ws-nr-movimentos-ciap equal zeros
                 move "|G001|1|"                    to rl-linha-efd
            else
                 move "|G001|0|"                    to rl-linha-efd
            end-if
            perform 9100-gravar-linha-efd
            add  1                                  to ws-nr-reg-g001

            if   ws-nr-movimentos-ciap greater zeros
                 perform 2560-registro-g110
            end-if

            compute ws-nr-linhas-bloco = ws-nr-reg-g001 + ws-nr-reg-g110
                                       + ws-nr-reg-g125 + 1
            move ws-nr-linhas-bloco                 to ws-contagem-x
            move spaces                             to rl-linha-efd
            string "|G990|" ws-contagem-x "|"       into rl-linha-efd
            perform 9100-gravar-linha-efd
            add  1                                  to ws-nr-reg-g990

       exit.

      *>=================================================================================
       2560-registro-g110 section.

            move ws-data-inicial                    to ws-data-inv
            perform 9000-converter-data-efd
            move spaces                             to rl-linha-efd
            move 1                                  to ws-nr-coluna-efd
            string "|G110|" ws-data-ddmmaaaa        into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-data-final                      to ws-data-inv
            perform 9000-converter-data-efd
            string "|" ws-data-ddmmaaaa "|"         into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-tot-saldo-inicial-ciap          to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-tot-parcelas-ciap               to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-valor-saidas-trib-ciap          to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-valor-saidas-total-ciap         to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-indice-saidas-ciap              to ws-indice-efd
            string ws-indice-efd "|"                into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-tot-ciap-apropriado             to ws-valor-efd
            string ws-valor-efd "|0,00|"            into rl-linha-efd with pointer ws-nr-coluna-efd
            perform 9100-gravar-linha-efd
            add  1                                  to ws-nr-reg-g110

            initialize                              f14000-movimento-ativo
            move lnk-cd-empresa                     to f14000-cd-empresa
            move lnk-cd-filial                      to f14000-cd-filial
            move ws-ano-mes-efd                     to f14000-ano-mes
            perform 9000-str-pd14000-grt
            perform 9000-ler-pd14000-nex

            perform until not ws-operacao-ok
                          or f14000-cd-empresa <> lnk-cd-empresa
                          or f14000-cd-filial  <> lnk-cd-filial
                          or f14000-ano-mes    <> ws-ano-mes-efd

                 if   f14000-tipo-mov-ciap not equal spaces
                      perform 2570-registro-g125
                 end-if

                 perform 9000-ler-pd14000-nex

            end-perform

       exit.

      *>=================================================================================
       2570-registro-g125 section.

            initialize                              f13900-bem-ativo
            move f14000-cd-empresa                  to f13900-cd-empresa
            move f14000-cd-filial                   to f13900-cd-filial
            move f14000-cd-bem                      to f13900-cd-bem
            perform 9000-ler-pd13900-ran

            evaluate f14000-tipo-mov-ciap
                 when "IM"
                      move f13900-data-aquisicao    to ws-data-inv
                 when "AT"
                 when "PE"
                      move f13900-data-baixa        to ws-data-inv
                 when other
                      move ws-data-inicial          to ws-data-inv
            end-evaluate
            perform 9000-converter-data-efd

            move spaces                             to rl-linha-efd
            move 1                                  to ws-nr-coluna-efd
            string "|G125|" f14000-cd-bem "|"
                   ws-data-ddmmaaaa "|"
                   f14000-tipo-mov-ciap "|"
                   into rl-linha-efd with pointer ws-nr-coluna-efd
            move f14000-valor-icms-bem              to ws-valor-efd
            string ws-valor-efd "|0,00|0,00|0,00|"  into rl-linha-efd with pointer ws-nr-coluna-efd
            if   f14000-valor-parcela-ciap greater zeros
                 move f14000-valor-parcela-ciap     to ws-valor-efd
                 string f14000-nr-parcela-ciap "|" ws-valor-efd "|"
                        into rl-linha-efd with pointer ws-nr-coluna-efd
            else
                 string "||0,00|"                   into rl-linha-efd with pointer ws-nr-coluna-efd
            end-if
            perform 9100-gravar-linha-efd
            add  1                                  to ws-nr-reg-g125

       exit.

      *>=================================================================================
       2600-bloco-9 section.

            move "0200"                             to ws-tipo-registro-9900
            move ws-nr-reg-0200                     to ws-contagem-9900
            perform 2610-registro-9900
            if   ws-nr-reg-0300 greater zeros
                 move "0300"                        to ws-tipo-registro-9900
                 move ws-nr-reg-0300                to ws-contagem-9900
                 perform 2610-registro-9900
                 move "0305"                        to ws-tipo-registro-9900
                 move ws-nr-reg-0305                to ws-contagem-9900
                 perform 2610-registro-9900
            end-if
            move "0990"                             to ws-tipo-registro-9900
            move ws-nr-reg-0990                     to ws-contagem-9900
            perform 2610-registro-9900
            move "E110"                             to ws-tipo-registro-9900
            move ws-nr-reg-e110                     to ws-contagem-9900
            perform 2610-registro-9900
            if   ws-nr-reg-e111 greater zeros
                 move "E111"                        to ws-tipo-registro-9900
                 move ws-nr-reg-e111                to ws-contagem-9900
                 perform 2610-registro-9900
            end-if
            move "E990"                             to ws-tipo-registro-9900
            move ws-nr-reg-e990                     to ws-contagem-9900
            perform 2610-registro-9900
            move "G001"                             to ws-tipo-registro-9900
            move ws-nr-reg-g001                     to ws-contagem-9900
            perform 2610-registro-9900
            if   ws-nr-reg-g110 greater zeros
                 move "G110"                        to ws-tipo-registro-9900
                 move ws-nr-reg-g110                to ws-contagem-9900
                 perform 2610-registro-9900
                 move "G125"                        to ws-tipo-registro-9900
                 move ws-nr-reg-g125                to ws-contagem-9900
                 perform 2610-registro-9900
            end-if
            move "G990"                             to ws-tipo-registro-9900
            move ws-nr-reg-g990                     to ws-contagem-9900
            perform 2610-registro-9900
            move "9001"                             to ws-tipo-registro-9900
            move 1                                  to ws-contagem-9900
            perform 2610-registro-9900
            close pd05100
            close pd01800
            close pd00700
            close pd04700
            if   ws-ativo-disponivel
                 close pd13900
                 close pd14000
            end-if

       exit.

       copy CSR05100.cpy.
       copy CSR01800.cpy.
       copy CSR00700.cpy.
       copy CSR13900.cpy.
       copy CSR14000.cpy.
       copy CSR04700.cpy.
