       copy CSS02600.cpy.
       copy CSS01400.cpy.
       copy CSS04700.cpy.
       copy CSS09200.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF02600.cpy.
       copy CSF01400.cpy.
       copy CSF04700.cpy.
       copy CSF09200.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-id-titulo                        pic x(01).
            03 ws-valor-desconto                   pic 9(09)v9(02).
            03 ws-valor-corrigido-x                pic zzz.zzz.zz9,99.

      *> Recebimento de título em moeda estrangeira (exportação): a
      *> parcela está em reais pela taxa da emissão; o valor recebido
      *> entra pela taxa do fechamento do câmbio e a diferença vai para
      *> variação cambial em pd09200
       01   ws-variacao-cambial.
            03 ws-id-cambio                        pic x(01).
               88 ws-cambio-confirmado                  value "S" false "N".
            03 ws-taxa-recebimento                 pic 9(03)v9(06).
            03 ws-valor-moeda-baixa                pic 9(11)v9(02).
            03 ws-valor-recebido-reais             pic 9(09)v9(02).
            03 ws-valor-variacao                   pic s9(09)v9(02).
            03 ws-valor-lancamento                 pic 9(09)v9(02).
            03 ws-nr-sequencia-lcto                pic 9(09).
            03 ws-conta-caixa                      pic 9(05) value 11000.
            03 ws-conta-var-cambial-ativa          pic 9(05) value 34000.
            03 ws-conta-var-cambial-passiva        pic 9(05) value 45100.
            03 ws-cd-parametro-conta               pic x(20).
            03 ws-taxa-x                           pic zz9,999999.
            03 ws-valor-moeda-x                    pic zz.zzz.zzz.zz9,99.
            03 ws-valor-reais-x                    pic zz.zzz.zzz.zz9,99.
            03 ws-valor-variacao-x                 pic -z.zzz.zzz.zz9,99.

      *> Mesmo leiaute de lk-parametros-calendario em CS00117S
       01   lk-parametros-calendario.
            03 lk-cal-operacao                     pic x(01).
            03 lk-sup-id-autorizacao               pic x(01).
               88 lk-sup-autorizado                    value "S" false "N".
            03 lk-sup-id-usuario                   pic x(11).
            03 lk-sup-tipo-autorizacao             pic x(01).
               88 lk-sup-liberacao-preco               value "P".
            03 lk-sup-id-usuario-titular           pic x(11).

      *> Mesmo leiaute de lk-parametros-tesouraria em CS00125S
       01   lk-parametros-tesouraria.
            03 f-saldo                             pic zzz.zzz.zz9,99.
            03 f-valor-baixa                       pic zzz.zzz.zz9,99.
            03 f-ds-status                         pic x(30).
            03 f-cd-moeda                          pic x(03).
            03 f-taxa-cambio                       pic zz9,999999.
            03 f-valor-moeda                       pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.
            03 line 23 col 34   pic zzz.zzz.zz9,99 from f-valor-baixa.
            03 line 25 col 26   pic x(07) value "Status:".
            03 line 25 col 34   pic x(30) from f-ds-status.
            03 line 27 col 26   pic x(07) value "Moeda:".
            03 line 27 col 34   pic x(03) from f-cd-moeda.
            03 line 27 col 40   pic x(12) value "Taxa Cambio:".
            03 line 27 col 53   pic zz9,999999 from f-taxa-cambio.
            03 line 27 col 66   pic x(12) value "Valor Moeda:".
            03 line 27 col 79   pic zz.zzz.zzz.zz9,99 from f-valor-moeda.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd04700

            string lnk-dat-path delimited   by "  " "\EFD092.DAT" into wid-pd09200
            open i-o pd09200
            if   ws-arquivo-inexistente
                 open output pd09200
                 close pd09200
                 open i-o pd09200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD092.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-periodo-contabil

            perform 1100-carregar-parametros-juros

            perform 1100-carregar-contas-cambio

       exit.

      *>=================================================================================

       exit.

      *>=================================================================================
      *> Contas gerenciais da variação cambial no recebimento de títulos
      *> em moeda estrangeira - parâmetros CTB-* em pd04700, com os
      *> padrões do plano sugerido quando não parametrizado.
       1100-carregar-contas-cambio section.

            move "CTB-CONTA-CAIXA"                 to ws-cd-parametro-conta
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-caixa
            end-if
            move "CTB-CONTA-VAR-CAMB-ATIVA"        to ws-cd-parametro-conta
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-var-cambial-ativa
            end-if
            move "CTB-CONTA-VAR-CAMB-PASSIVA"      to ws-cd-parametro-conta
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-var-cambial-passiva
            end-if

       exit.

      *>=================================================================================
       1110-ler-parametro-conta section.

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro-conta             to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   not ws-operacao-ok
            or   not f04700-parametro-ativo
                 move zeros                        to f04700-valor-numero
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            close pd02600
            close pd01400
            close pd04700
            close pd09200
            close pd14200

       exit.

                 exit section
            end-if

            if   f02600-titulo-descontado
                 move "Título descontado no banco - recebimento pelo retorno CNAB!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            compute ws-saldo-titulo = f02600-valor-parcela - f02600-valor-pago

            perform 2110-calcular-valor-corrigido

            end-if

            move ws-valor-baixa                    to ws-valor-recebido-reais
            if   not f02600-moeda-nacional
                 perform 2120-cambio-recebimento
                 if   not ws-cambio-confirmado
                      exit section
                 end-if
            end-if

            add  ws-valor-baixa                    to f02600-valor-pago

            accept ws-data-inv                     from date yyyymmdd
      *> Recebimento entra na tesouraria (conta padrão parametrizada)
            initialize                             lk-parametros-tesouraria
            move "C"                               to lk-tes-tipo-movimento
            move ws-valor-recebido-reais           to lk-tes-valor-movimento
            string "BAIXA CR " f02600-cd-cliente "/" f02600-numero-documento
                   into lk-tes-ds-historico
            move c-este-programa                   to lk-tes-ds-origem
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria

            if   not f02600-moeda-nacional
            and  ws-valor-variacao not equal zeros
                 perform 2130-lancar-variacao-cambial
            end-if

            perform 9000-move-registros-frame

            if   f02600-titulo-pago

       exit.

      *>=================================================================================
      *> Título em moeda estrangeira: a baixa informada (em reais pela
      *> taxa da emissão) corresponde à mesma fração do valor em moeda;
      *> o operador informa a taxa do fechamento do câmbio e o valor que
      *> entra na tesouraria é a moeda convertida por ela. Recebe-se mais
      *> que o registrado: variação ativa; menos: variação passiva.
       2120-cambio-recebimento section.

            set  ws-cambio-confirmado              to false
            move zeros                             to ws-valor-variacao

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv(1:6)                  to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   ws-periodo-contabil-fechado
                 move "Competência fechada na contabilidade - recebimento com variação cambial não permitido!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f02600-taxa-cambio                to f-taxa-cambio
            perform until exit
                 display "Taxa do fechamento do cambio:" at line 29 col 04
                 accept f-taxa-cambio at line 29 col 34 with update auto-skip
                 move f-taxa-cambio                to ws-taxa-recebimento
                 if   ws-taxa-recebimento greater zeros
                      exit perform
                 end-if
            end-perform

            compute ws-valor-moeda-baixa rounded =
                    f02600-valor-moeda * ws-valor-baixa / f02600-valor-parcela
            compute ws-valor-recebido-reais rounded = ws-valor-moeda-baixa * ws-taxa-recebimento
            compute ws-valor-variacao = ws-valor-recebido-reais - ws-valor-baixa

            move ws-taxa-recebimento               to ws-taxa-x
            move ws-valor-moeda-baixa              to ws-valor-moeda-x
            move ws-valor-recebido-reais           to ws-valor-reais-x
            move ws-valor-variacao                 to ws-valor-variacao-x
            move spaces                            to ws-mensagem
            string f02600-cd-moeda " " ws-valor-moeda-x " a " ws-taxa-x " = R$ " ws-valor-reais-x
                   " - variação R$ " ws-valor-variacao-x " - Confirma? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   ws-mensagem-opcao-sim
                 set  ws-cambio-confirmado         to true
            end-if

       exit.

      *>=================================================================================
      *> Variação cambial realizada no recebimento, na data da baixa:
      *> ativa D caixa / C receita, passiva D despesa / C caixa.
       2130-lancar-variacao-cambial section.

            initialize                             f09200-lancamento-gerencial
            move lnk-cd-empresa                    to f09200-cd-empresa
            move lnk-cd-filial                     to f09200-cd-filial
            move f02600-data-ultimo-pagamento      to f09200-data-lancamento
            move 1                                 to ws-nr-sequencia-lcto
            move ws-nr-sequencia-lcto              to f09200-nr-sequencia
            if   ws-valor-variacao greater zeros
                 move ws-conta-caixa               to f09200-cd-conta-debito
                 move ws-conta-var-cambial-ativa   to f09200-cd-conta-credito
                 move ws-valor-variacao            to ws-valor-lancamento
                 string "VAR CAMBIAL ATIVA CR " f02600-cd-cliente "/" f02600-numero-documento
                        into f09200-ds-historico
            else
                 move ws-conta-var-cambial-passiva to f09200-cd-conta-debito
                 move ws-conta-caixa               to f09200-cd-conta-credito
                 compute ws-valor-lancamento = zeros - ws-valor-variacao
                 string "VAR CAMBIAL PASSIVA CR " f02600-cd-cliente "/" f02600-numero-documento
                        into f09200-ds-historico
            end-if
            move ws-valor-lancamento               to f09200-valor-lancamento
            move c-este-programa                   to f09200-ds-origem
            move lnk-id-usuario                    to f09200-id-usuario

            perform 9000-gravar-pd09200
            perform until not ws-registro-existente
                 add  1                            to ws-nr-sequencia-lcto
                 move ws-nr-sequencia-lcto         to f09200-nr-sequencia
                 perform 9000-gravar-pd09200
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar lançamento da variação cambial - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Valor corrigido do título vencido: multa fixa sobre o saldo
      *> mais juros por dia útil de atraso (calendário comercial via
                 exit section
            end-if

            if   f02600-titulo-descontado
                 move "Título descontado no banco - aguarde liquidação ou recompra pelo retorno CNAB!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma a baixa deste título como PERDA? O saldo aberto será abandonado! [S/N]" to ws-mensagem
            perform 9000-mensagem


       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP14200.cpy. *> Período contábil

      *>=================================================================================
      *> Solicita a chave do título (cliente/documento/parcela), lê o
            move f02600-valor-parcela              to f-valor-parcela
            move f02600-valor-pago                 to f-valor-pago
            compute f-saldo = f02600-valor-parcela - f02600-valor-pago
            if   not f02600-moeda-nacional
                 move f02600-cd-moeda              to f-cd-moeda
                 move f02600-taxa-cambio           to f-taxa-cambio
                 move f02600-valor-moeda           to f-valor-moeda
            end-if

            evaluate true
                 when f02600-titulo-aberto
       copy CSR02600.cpy.
       copy CSR01400.cpy.
       copy CSR04700.cpy.
       copy CSR09200.cpy.
       copy CSR14200.cpy.
