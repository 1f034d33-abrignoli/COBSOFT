      $set sourceformat"free"
       program-id. CS00142S.
      *>=================================================================================
      *>
      *>              Serviço do Programa de Fidelidade - Pontos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17000.cpy.
       copy CSS16900.cpy.
       copy CSS16800.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS01800.cpy.
       copy CSS04700.cpy.

      *>=================================================================================
       data division.

       copy CSF17000.cpy.
       copy CSF16900.cpy.
       copy CSF16800.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF01800.cpy.
       copy CSF04700.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00142S".
       78   c-descricao-programa                   value "SERVICO FIDELIDADE".
       78   c-validade-padrao                      value 365.
       78   c-max-regras                           value 200.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-programa                      pic x(01).
               88 ws-programa-ativo                    value "S" false "N".
            03 ws-nr-dias-validade                 pic 9(05).
            03 ws-valor-ponto                      pic 9(05)v9(02).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-validade                    pic 9(08).
            03 ws-pontos-item                      pic 9(11)v9(04).
            03 ws-pontos-nota                      pic 9(11)v9(04).
            03 ws-pontos-calculados                pic 9(09).
            03 ws-pontos-a-debitar                 pic 9(09).
            03 ws-pontos-debitados                 pic 9(09).
            03 ws-pontos-credito                   pic 9(09).
            03 ws-pontos-resgate                   pic 9(09).
            03 ws-valor-resgatado                  pic 9(09)v9(02).
            03 ws-taxa-item                        pic 9(03)v9(02).
            03 ws-bonus-item                       pic 9(05)v9(02).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-nr-lancamento                    pic 9(09).
            03 ws-nr-tentativas                    pic 9(02).
            03 ws-id-lancado                       pic x(01).
               88 ws-nota-ja-lancada                   value "S" false "N".
            03 ws-id-estornado                     pic x(01).
               88 ws-nota-ja-estornada                 value "S" false "N".

      *> Lançamento a gravar (2900-gravar-lancamento)
       01   ws-lancamento.
            03 ws-lct-tipo                         pic x(01).
            03 ws-lct-pontos                       pic 9(09).
            03 ws-lct-pontos-disponiveis           pic 9(09).
            03 ws-lct-data-validade                pic 9(08).
            03 ws-lct-valor-referencia             pic 9(09)v9(02).

      *> Regras ativas da empresa, carregadas uma vez por chamada
       01   ws-tabela-regras.
            03 ws-nr-regras                        pic 9(04).
            03 ws-ix-regra                         pic 9(04) comp.
            03 ws-regra                            occurs 200 times.
               05 rg-tipo-regra                    pic x(01).
               05 rg-cd-categoria                  pic 9(09).
               05 rg-pontos-por-real               pic 9(03)v9(02).
               05 rg-percentual-bonus              pic 9(03)v9(02).
               05 rg-data-inicio                   pic 9(08).
               05 rg-data-fim                      pic 9(08).

      *> Recebido e devolvido em lnk-linha-comando:
      *>   A - acumula os pontos da nota autorizada (cliente, itens e
      *>       formas de pagamento lidos da própria nota);
      *>   E - estorna a nota cancelada: tira os pontos creditados e
      *>       devolve os resgatados nela;
      *>   S - saldo do cliente em pontos e em reais;
      *>   R - resgata, na nota informada, os pontos equivalentes ao
      *>       valor (arredondado para cima).
       01   lk-parametros-fidelidade.
            03 lk-fid-operacao                     pic x(01).
               88 lk-fid-acumular                      value "A".
               88 lk-fid-estornar                      value "E".
               88 lk-fid-saldo                         value "S".
               88 lk-fid-resgatar                      value "R".
            03 lk-fid-cd-filial                    pic 9(04).
            03 lk-fid-cd-cliente                   pic 9(09).
            03 lk-fid-tipo-nota                    pic 9(02).
            03 lk-fid-numero-documento             pic 9(09).
            03 lk-fid-serie-documento              pic x(03).
            03 lk-fid-valor                        pic 9(09)v9(02).
            03 lk-fid-pontos                       pic 9(09).
            03 lk-fid-valor-ponto                  pic 9(05)v9(02).
            03 lk-fid-retorno                      pic x(01).
               88 lk-fid-efetuado                      value "S".
               88 lk-fid-recusado                      value "N".
            03 lk-fid-mensagem                     pic x(60).

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
       1000-inicializacao section.

            initialize                              ws-campos-trabalho
            move lnk-linha-comando                  to lk-parametros-fidelidade
            move spaces                             to lk-fid-retorno
                                                       lk-fid-mensagem

            if   lk-fid-cd-filial equal zeros
                 move lnk-cd-filial                 to lk-fid-cd-filial
            end-if

            string lnk-dat-path delimited   by "  " "\EFD170.DAT" into wid-pd17000
            open i-o pd17000
            if   ws-arquivo-inexistente
                 open output pd17000
                 close pd17000
                 open i-o pd17000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD170.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD169.DAT" into wid-pd16900
            open input pd16900
            if   ws-arquivo-inexistente
                 open output pd16900
                 close pd16900
                 open input pd16900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD169.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD168.DAT" into wid-pd16800
            open input pd16800
            if   ws-arquivo-inexistente
                 open output pd16800
                 close pd16800
                 open input pd16800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD168.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd05100
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd04700

            accept ws-data-hoje                     from date yyyymmdd

            perform 1100-carregar-parametros

       exit.

      *>=================================================================================
      *> FIDELIDADE-ATIVO (S liga o programa), FIDELIDADE-VALIDADE (dias
      *> de validade dos pontos, default c-validade-padrao) e
      *> FIDELIDADE-VALOR-PONTO (reais por ponto no resgate, default
      *> 0,01 - um centavo por ponto).
       1100-carregar-parametros section.

            set  ws-programa-ativo                  to false
            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lk-fid-cd-filial                   to f04700-cd-filial
            move "FIDELIDADE-ATIVO"                 to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto(1:1) equal "S"
                 set  ws-programa-ativo             to true
            end-if

            move c-validade-padrao                  to ws-nr-dias-validade
            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lk-fid-cd-filial                   to f04700-cd-filial
            move "FIDELIDADE-VALIDADE"              to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
                 move f04700-valor-numero           to ws-nr-dias-validade
            end-if

            move 0,01                               to ws-valor-ponto
            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lk-fid-cd-filial                   to f04700-cd-filial
            move "FIDELIDADE-VALOR-PONTO"           to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
                 move f04700-valor-numero           to ws-valor-ponto
            end-if

            move ws-valor-ponto                     to lk-fid-valor-ponto

            compute ws-data-validade = function date-of-integer(
                    function integer-of-date(ws-data-hoje) + ws-nr-dias-validade)

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2000-processamento section.

            set  lk-fid-recusado                    to true

            evaluate true
                 when lk-fid-acumular
                      perform 2100-acumular
                 when lk-fid-estornar
                      perform 2200-estornar
                 when lk-fid-saldo
                      perform 2300-saldo
                 when lk-fid-resgatar
                      perform 2400-resgatar
                 when other
                      move "Operação de fidelidade inválida" to lk-fid-mensagem
            end-evaluate

            move lk-parametros-fidelidade           to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Acúmulo na autorização da nota: pontos por item conforme a regra
      *> da categoria (ou a geral) mais o bônus das campanhas vigentes na
      *> data da venda, proporcionais à parte da nota não paga com
      *> pontos. A nota é lançada uma única vez (retransmissão de
      *> contingência não credita de novo).
       2100-acumular section.

            if   not ws-programa-ativo
                 move "Programa de fidelidade inativo" to lk-fid-mensagem
                 exit section
            end-if

            perform 2500-ler-nota
            if   not ws-operacao-ok
                 exit section
            end-if

            if   f05000-cd-destinatario equal zeros
                 move "Venda sem cliente identificado" to lk-fid-mensagem
                 exit section
            end-if
            move f05000-cd-destinatario             to ws-cd-cliente
                                                       lk-fid-cd-cliente

            perform 2600-verificar-lancamentos-nota
            if   ws-nota-ja-lancada
                 move "Nota já pontuada"            to lk-fid-mensagem
                 exit section
            end-if

            perform 2110-carregar-regras

            move zeros                              to ws-pontos-nota
            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move f05000-tipo-nota                   to f05100-tipo-nota
            move f05000-numero-documento            to f05100-numero-documento
            move f05000-serie-documento             to f05100-serie-documento
            move f05000-cd-destinatario             to f05100-cd-destinatario
            move zeros                              to f05100-sequencia
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex

            perform until not ws-operacao-ok
                          or f05100-cd-empresa        <> f05000-cd-empresa
                          or f05100-cd-filial         <> f05000-cd-filial
                          or f05100-tipo-nota         <> f05000-tipo-nota
                          or f05100-numero-documento  <> f05000-numero-documento
                          or f05100-serie-documento   <> f05000-serie-documento
                          or f05100-cd-destinatario   <> f05000-cd-destinatario

                 perform 2120-pontuar-item
                 add  ws-pontos-item                to ws-pontos-nota

                 perform 9000-ler-pd05100-nex

            end-perform

      *> Parte paga com pontos não gera pontos
            perform 2130-valor-resgatado-nota
            if   ws-valor-resgatado greater zeros
            and  f05000-valor-total greater zeros
                 if   ws-valor-resgatado not less f05000-valor-total
                      move zeros                    to ws-pontos-nota
                 else
                      compute ws-pontos-nota = ws-pontos-nota
                            * (f05000-valor-total - ws-valor-resgatado)
                            / f05000-valor-total
                 end-if
            end-if

            move ws-pontos-nota                     to ws-pontos-calculados
            if   ws-pontos-calculados equal zeros
                 move "Nota sem pontos a creditar"  to lk-fid-mensagem
                 exit section
            end-if

            initialize                              ws-lancamento
            move "C"                                to ws-lct-tipo
            move ws-pontos-calculados               to ws-lct-pontos
                                                       ws-lct-pontos-disponiveis
            move ws-data-validade                   to ws-lct-data-validade
            compute ws-lct-valor-referencia = f05000-valor-total - ws-valor-resgatado
            perform 2900-gravar-lancamento
            if   not ws-operacao-ok
                 string "Erro ao gravar pontos - " ws-resultado-acesso into lk-fid-mensagem
                 exit section
            end-if

            set  lk-fid-efetuado                    to true
            move ws-pontos-calculados               to lk-fid-pontos
            move "Pontos creditados"                to lk-fid-mensagem

       exit.

      *>=================================================================================
       2110-carregar-regras section.

            move zeros                              to ws-nr-regras

            initialize                              f16900-regra-fidelidade
            move lnk-cd-empresa                     to f16900-cd-empresa
            move zeros                              to f16900-nr-regra
            perform 9000-str-pd16900-grt
            perform 9000-ler-pd16900-nex

            perform until not ws-operacao-ok
                          or f16900-cd-empresa <> lnk-cd-empresa
                          or ws-nr-regras not less c-max-regras

                 if   f16900-regra-ativa
                 and (f16900-data-inicio equal zeros
                  or  f16900-data-inicio not greater f05000-data-operacao)
                 and (f16900-data-fim equal zeros
                  or  f16900-data-fim not less f05000-data-operacao)
                      add  1                        to ws-nr-regras
                      move f16900-tipo-regra        to rg-tipo-regra(ws-nr-regras)
                      move f16900-cd-categoria      to rg-cd-categoria(ws-nr-regras)
                      move f16900-pontos-por-real   to rg-pontos-por-real(ws-nr-regras)
                      move f16900-percentual-bonus  to rg-percentual-bonus(ws-nr-regras)
                      move f16900-data-inicio       to rg-data-inicio(ws-nr-regras)
                      move f16900-data-fim          to rg-data-fim(ws-nr-regras)
                 end-if

                 perform 9000-ler-pd16900-nex

            end-perform

       exit.

      *>=================================================================================
      *> Taxa da categoria do produto quando houver regra própria, senão
      *> a geral (vale a última cadastrada); bônus somados de todas as
      *> campanhas que alcançam a categoria.
       2120-pontuar-item section.

            move zeros                              to ws-pontos-item
                                                       ws-taxa-item
                                                       ws-bonus-item

            initialize                              f01800-produto
            move f05100-cd-empresa                  to f01800-cd-empresa
            move f05100-cd-filial                   to f01800-cd-filial
            move f05100-cd-mercadoria               to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 move zeros                         to f01800-cd-categoria
            end-if

            perform varying ws-ix-regra from 1 by 1
                    until ws-ix-regra > ws-nr-regras
                 if   rg-tipo-regra(ws-ix-regra) equal "G"
                      move rg-pontos-por-real(ws-ix-regra) to ws-taxa-item
                 end-if
            end-perform

            perform varying ws-ix-regra from 1 by 1
                    until ws-ix-regra > ws-nr-regras
                 evaluate rg-tipo-regra(ws-ix-regra)
                      when "C"
                           if   rg-cd-categoria(ws-ix-regra) equal f01800-cd-categoria
                                move rg-pontos-por-real(ws-ix-regra) to ws-taxa-item
                           end-if
                      when "B"
                           if   rg-cd-categoria(ws-ix-regra) equal zeros
                           or   rg-cd-categoria(ws-ix-regra) equal f01800-cd-categoria
                                add  rg-percentual-bonus(ws-ix-regra) to ws-bonus-item
                           end-if
                 end-evaluate
            end-perform

            compute ws-pontos-item = f05100-valor-total * ws-taxa-item
                                   * (100 + ws-bonus-item) / 100

       exit.

      *>=================================================================================
       2130-valor-resgatado-nota section.

            move zeros                              to ws-valor-resgatado

            initialize                              f16800-pagamento-nota
            move f05000-cd-empresa                  to f16800-cd-empresa
            move f05000-cd-filial                   to f16800-cd-filial
            move f05000-tipo-nota                   to f16800-tipo-nota
            move f05000-numero-documento            to f16800-numero-documento
            move f05000-serie-documento             to f16800-serie-documento
            perform 9000-str-pd16800-grt
            perform 9000-ler-pd16800-nex

            perform until not ws-operacao-ok
                          or f16800-cd-empresa       <> f05000-cd-empresa
                          or f16800-cd-filial        <> f05000-cd-filial
                          or f16800-tipo-nota        <> f05000-tipo-nota
                          or f16800-numero-documento <> f05000-numero-documento
                          or f16800-serie-documento  <> f05000-serie-documento

                 if   f16800-pagamento-pontos
                      add  f16800-valor-pagamento   to ws-valor-resgatado
                 end-if

                 perform 9000-ler-pd16800-nex

            end-perform

       exit.

      *>=================================================================================
      *> Cancelamento: os pontos creditados pela nota saem primeiro do
      *> próprio crédito e, se já usados, dos mais antigos (até onde
      *> houver saldo); os pontos resgatados nela voltam como crédito
      *> novo, com validade integral.
       2200-estornar section.

            perform 2500-ler-nota
            if   not ws-operacao-ok
                 exit section
            end-if

            if   f05000-cd-destinatario equal zeros
                 move "Nota sem cliente identificado" to lk-fid-mensagem
                 exit section
            end-if
            move f05000-cd-destinatario             to ws-cd-cliente
                                                       lk-fid-cd-cliente

            perform 2600-verificar-lancamentos-nota
            if   ws-nota-ja-estornada
                 move "Nota já estornada"           to lk-fid-mensagem
                 exit section
            end-if
            if   ws-pontos-credito equal zeros
            and  ws-pontos-resgate equal zeros
                 move "Nota sem pontos lançados"    to lk-fid-mensagem
                 exit section
            end-if

            move zeros                              to ws-pontos-debitados

            if   ws-pontos-credito greater zeros
                 move ws-pontos-credito             to ws-pontos-a-debitar
                 perform 2210-estornar-credito-nota
                 if   ws-pontos-a-debitar greater zeros
                      perform 2700-consumir-creditos
                 end-if
                 compute ws-pontos-debitados = ws-pontos-credito - ws-pontos-a-debitar

                 initialize                         ws-lancamento
                 move "E"                           to ws-lct-tipo
                 move ws-pontos-debitados           to ws-lct-pontos
                 move f05000-valor-total            to ws-lct-valor-referencia
                 perform 2900-gravar-lancamento
            end-if

            if   ws-pontos-resgate greater zeros
                 initialize                         ws-lancamento
                 move "D"                           to ws-lct-tipo
                 move ws-pontos-resgate             to ws-lct-pontos
                                                       ws-lct-pontos-disponiveis
                 move ws-data-validade              to ws-lct-data-validade
                 perform 2900-gravar-lancamento
            end-if

            set  lk-fid-efetuado                    to true
            move ws-pontos-debitados                to lk-fid-pontos
            if   ws-pontos-a-debitar greater zeros
                 move "Estorno parcial - pontos da nota já consumidos" to lk-fid-mensagem
            else
                 move "Pontos estornados"           to lk-fid-mensagem
            end-if

       exit.

      *>=================================================================================
       2210-estornar-credito-nota section.

            initialize                              f17000-lancamento-fidelidade
            move lnk-cd-empresa                     to f17000-cd-empresa
            move lk-fid-cd-filial                   to f17000-cd-filial
            move ws-cd-cliente                      to f17000-cd-cliente
            move zeros                              to f17000-nr-lancamento
            perform 9000-str-pd17000-grt
            perform 9000-ler-pd17000-nex

            perform until not ws-operacao-ok
                          or f17000-cd-empresa <> lnk-cd-empresa
                          or f17000-cd-filial  <> lk-fid-cd-filial
                          or f17000-cd-cliente <> ws-cd-cliente
                          or ws-pontos-a-debitar equal zeros

                 if   f17000-credito-compra
                 and  f17000-tipo-nota        equal f05000-tipo-nota
                 and  f17000-numero-documento equal f05000-numero-documento
                 and  f17000-serie-documento  equal f05000-serie-documento
                 and  f17000-pontos-disponiveis greater zeros
                      if   f17000-pontos-disponiveis greater ws-pontos-a-debitar
                           subtract ws-pontos-a-debitar from f17000-pontos-disponiveis
                           move zeros               to ws-pontos-a-debitar
                      else
                           subtract f17000-pontos-disponiveis from ws-pontos-a-debitar
                           move zeros               to f17000-pontos-disponiveis
                      end-if
                      perform 9000-regravar-pd17000
                 end-if

                 perform 9000-ler-pd17000-nex

            end-perform

       exit.

      *>=================================================================================
       2300-saldo section.

            if   lk-fid-cd-cliente equal zeros
                 move "Cliente não informado"       to lk-fid-mensagem
                 exit section
            end-if
            move lk-fid-cd-cliente                  to ws-cd-cliente

            perform 2800-calcular-saldo

            set  lk-fid-efetuado                    to true

       exit.

      *>=================================================================================
      *> Resgate como forma de pagamento: o valor vira pontos pelo
      *> FIDELIDADE-VALOR-PONTO (fração de ponto arredonda para cima) e
      *> é recusado se o saldo não cobrir.
       2400-resgatar section.

            if   not ws-programa-ativo
                 move "Programa de fidelidade inativo" to lk-fid-mensagem
                 exit section
            end-if

            if   lk-fid-cd-cliente equal zeros
                 move "Resgate exige cliente identificado" to lk-fid-mensagem
                 exit section
            end-if
            move lk-fid-cd-cliente                  to ws-cd-cliente

            compute ws-pontos-a-debitar = lk-fid-valor / ws-valor-ponto
            if   ws-pontos-a-debitar * ws-valor-ponto less lk-fid-valor
                 add  1                             to ws-pontos-a-debitar
            end-if
            move ws-pontos-a-debitar                to ws-pontos-resgate

            perform 2800-calcular-saldo
            if   lk-fid-pontos less ws-pontos-resgate
                 move "Saldo de pontos insuficiente" to lk-fid-mensagem
                 exit section
            end-if

            perform 2700-consumir-creditos

            initialize                              ws-lancamento
            move "R"                                to ws-lct-tipo
            move ws-pontos-resgate                  to ws-lct-pontos
            move lk-fid-valor                       to ws-lct-valor-referencia
            move lk-fid-tipo-nota                   to f05000-tipo-nota
            move lk-fid-numero-documento            to f05000-numero-documento
            move lk-fid-serie-documento             to f05000-serie-documento
            perform 2900-gravar-lancamento
            if   not ws-operacao-ok
                 string "Erro ao gravar resgate - " ws-resultado-acesso into lk-fid-mensagem
                 exit section
            end-if

            perform 2800-calcular-saldo

            set  lk-fid-efetuado                    to true
            move "Pontos resgatados"                to lk-fid-mensagem

       exit.

      *>=================================================================================
       2500-ler-nota section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lk-fid-cd-filial                   to f05000-cd-filial
            move lk-fid-tipo-nota                   to f05000-tipo-nota
            move lk-fid-numero-documento            to f05000-numero-documento
            move lk-fid-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   not ws-operacao-ok
                 move "Nota fiscal não encontrada"  to lk-fid-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Lançamentos já existentes da nota no extrato do cliente
       2600-verificar-lancamentos-nota section.

            set  ws-nota-ja-lancada                 to false
            set  ws-nota-ja-estornada               to false
            move zeros                              to ws-pontos-credito
                                                       ws-pontos-resgate

            initialize                              f17000-lancamento-fidelidade
            move lnk-cd-empresa                     to f17000-cd-empresa
            move lk-fid-cd-filial                   to f17000-cd-filial
            move ws-cd-cliente                      to f17000-cd-cliente
            move zeros                              to f17000-nr-lancamento
            perform 9000-str-pd17000-grt
            perform 9000-ler-pd17000-nex

            perform until not ws-operacao-ok
                          or f17000-cd-empresa <> lnk-cd-empresa
                          or f17000-cd-filial  <> lk-fid-cd-filial
                          or f17000-cd-cliente <> ws-cd-cliente

                 if   f17000-tipo-nota        equal f05000-tipo-nota
                 and  f17000-numero-documento equal f05000-numero-documento
                 and  f17000-serie-documento  equal f05000-serie-documento
                      evaluate true
                           when f17000-credito-compra
                                set  ws-nota-ja-lancada  to true
                                add  f17000-pontos  to ws-pontos-credito
                           when f17000-debito-resgate
                                add  f17000-pontos  to ws-pontos-resgate
                           when f17000-debito-estorno
                           when f17000-credito-devolucao
                                set  ws-nota-ja-estornada to true
                      end-evaluate
                 end-if

                 perform 9000-ler-pd17000-nex

            end-perform

       exit.

      *>=================================================================================
      *> Consome ws-pontos-a-debitar dos créditos não vencidos, do mais
      *> antigo para o mais novo; o que faltar fica em ws-pontos-a-debitar.
       2700-consumir-creditos section.

            initialize                              f17000-lancamento-fidelidade
            move lnk-cd-empresa                     to f17000-cd-empresa
            move lk-fid-cd-filial                   to f17000-cd-filial
            move ws-cd-cliente                      to f17000-cd-cliente
            move zeros                              to f17000-nr-lancamento
            perform 9000-str-pd17000-grt
            perform 9000-ler-pd17000-nex

            perform until not ws-operacao-ok
                          or f17000-cd-empresa <> lnk-cd-empresa
                          or f17000-cd-filial  <> lk-fid-cd-filial
                          or f17000-cd-cliente <> ws-cd-cliente
                          or ws-pontos-a-debitar equal zeros

                 if   f17000-lancamento-credito
                 and  f17000-pontos-disponiveis greater zeros
                 and  f17000-data-validade not less ws-data-hoje
                      if   f17000-pontos-disponiveis greater ws-pontos-a-debitar
                           subtract ws-pontos-a-debitar from f17000-pontos-disponiveis
                           move zeros               to ws-pontos-a-debitar
                      else
                           subtract f17000-pontos-disponiveis from ws-pontos-a-debitar
                           move zeros               to f17000-pontos-disponiveis
                      end-if
                      perform 9000-regravar-pd17000
                 end-if

                 perform 9000-ler-pd17000-nex

            end-perform

       exit.

      *>=================================================================================
       2800-calcular-saldo section.

            move zeros                              to lk-fid-pontos

            initialize                              f17000-lancamento-fidelidade
            move lnk-cd-empresa                     to f17000-cd-empresa
            move lk-fid-cd-filial                   to f17000-cd-filial
            move ws-cd-cliente                      to f17000-cd-cliente
            move zeros                              to f17000-nr-lancamento
            perform 9000-str-pd17000-grt
            perform 9000-ler-pd17000-nex

            perform until not ws-operacao-ok
                          or f17000-cd-empresa <> lnk-cd-empresa
                          or f17000-cd-filial  <> lk-fid-cd-filial
                          or f17000-cd-cliente <> ws-cd-cliente

                 if   f17000-lancamento-credito
                 and  f17000-data-validade not less ws-data-hoje
                      add  f17000-pontos-disponiveis to lk-fid-pontos
                 end-if

                 perform 9000-ler-pd17000-nex

            end-perform

            compute lk-fid-valor = lk-fid-pontos * ws-valor-ponto

       exit.

      *>=================================================================================
      *> Grava ws-lancamento, da nota em f05000, com o próximo número do
      *> extrato do cliente; colisão de número (duas estações no mesmo
      *> cliente) tenta de novo com o número seguinte.
       2900-gravar-lancamento section.

            move zeros                              to ws-nr-tentativas

            perform until ws-nr-tentativas not less 5

                 add  1                             to ws-nr-tentativas

                 initialize                         f17000-lancamento-fidelidade
                 move lnk-cd-empresa                to f17000-cd-empresa
                 move lk-fid-cd-filial              to f17000-cd-filial
                 move ws-cd-cliente                 to f17000-cd-cliente
                 move 999999999                     to f17000-nr-lancamento
                 perform 9000-str-pd17000-ngrt
                 perform 9000-ler-pd17000-pre
                 if   ws-operacao-ok
                 and  f17000-cd-empresa equal lnk-cd-empresa
                 and  f17000-cd-filial  equal lk-fid-cd-filial
                 and  f17000-cd-cliente equal ws-cd-cliente
                      compute ws-nr-lancamento = f17000-nr-lancamento + 1
                 else
                      move 1                        to ws-nr-lancamento
                 end-if

                 initialize                         f17000-lancamento-fidelidade
                 move lnk-cd-empresa                to f17000-cd-empresa
                 move lk-fid-cd-filial              to f17000-cd-filial
                 move ws-cd-cliente                 to f17000-cd-cliente
                 move ws-nr-lancamento              to f17000-nr-lancamento
                 move ws-lct-tipo                   to f17000-tipo-lancamento
                 move ws-data-hoje                  to f17000-data-lancamento
                 move ws-lct-pontos                 to f17000-pontos
                 move ws-lct-pontos-disponiveis     to f17000-pontos-disponiveis
                 move ws-lct-data-validade          to f17000-data-validade
                 move ws-lct-valor-referencia       to f17000-valor-referencia
                 move f05000-tipo-nota              to f17000-tipo-nota
                 move f05000-numero-documento       to f17000-numero-documento
                 move f05000-serie-documento        to f17000-serie-documento
                 move lnk-id-usuario                to f17000-id-usuario
                 perform 9000-gravar-pd17000
                 if   ws-operacao-ok
                      exit perform
                 end-if

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd17000
            close pd16900
            close pd16800
            close pd05000
            close pd05100
            close pd01800
            close pd04700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR17000.cpy.
       copy CSR16900.cpy.
       copy CSR16800.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR01800.cpy.
       copy CSR04700.cpy.
