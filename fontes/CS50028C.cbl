      $set sourceformat"free"
       program-id. CS50028C.
      *>=================================================================================
      *>
      *>        Encontro de Contas - Contas a Receber x Contas a Pagar do Mesmo CNPJ
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14700.cpy.
       copy CSS14800.cpy.
       copy CSS02600.cpy.
       copy CSS02700.cpy.
       copy CSS01400.cpy.
       copy CSS01500.cpy.
       copy CSS08800.cpy.
       copy CSS00700.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF14700.cpy.
       copy CSF14800.cpy.
       copy CSF02600.cpy.
       copy CSF02700.cpy.
       copy CSF01400.cpy.
       copy CSF01500.cpy.
       copy CSF08800.cpy.
       copy CSF00700.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50028C".
       78   c-descricao-programa                   value "ENCONTRO DE CONTAS".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-max-grupos                           value 500.
       78   c-max-titulos-lado                     value 200.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

       01   ws-campos-trabalho.
            03 ws-id-cliente                       pic x(01).
               88 ws-cliente-encontrado                 value "S" false "N".
            03 ws-id-encontro                      pic x(01).
               88 ws-encontro-encontrado                value "S" false "N".
            03 ws-id-titulo-bordero                pic x(01).
               88 ws-titulo-ja-em-bordero               value "S" false "N".
            03 ws-id-titulo-escolhido              pic x(01).
               88 ws-titulo-escolhido                   value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-documento-parceiro               pic 9(14).
            03 ws-documento-comparar               pic 9(14).
            03 ws-ultimo-parceiro                  pic 9(09).
            03 ws-valor-encontro                   pic 9(11)v9(02).
            03 ws-valor-maximo                     pic 9(11)v9(02).
            03 ws-valor-restante                   pic 9(11)v9(02).
            03 ws-saldo-titulo                     pic 9(09)v9(02).
            03 ws-ix-lado                          pic 9(01).
            03 ws-ix-titulo                        pic 9(03).
            03 ws-ix-escolhido                     pic 9(03).
            03 ws-ix-grupo                         pic 9(03).
            03 ws-nr-grupos                        pic 9(03).
            03 ws-nr-sequencia                     pic 9(03).
            03 ws-nr-listados                      pic 9(03).
            03 ws-data-menor                       pic 9(08).
            03 ws-tipo-anterior                    pic x(01).
            03 ws-total-lado-termo                 pic 9(11)v9(02).
            03 ws-nome-parceiro                    pic x(55).
            03 ws-busca-fornecedor                 pic 9(09).
            03 ws-busca-documento                  pic 9(09).
            03 ws-busca-parcela                    pic 9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic zz.zzz.zzz.zz9,99.
            03 ws-nr-titulos-x                     pic zz9.
            03 ws-nr-titulos-2-x                   pic zz9.
            03 ws-cnpj-x                           pic 99.999.999/9999b99.

      *> Títulos em aberto do parceiro: lado 1 a receber (pd02600),
      *> lado 2 a pagar (pd02700); valor alocado pela proposta.
       01   ws-tabela-titulos.
            03 ws-lado                             occurs 2 times.
               05 ws-nr-titulos-lado               pic 9(03).
               05 ws-total-lado                    pic 9(11)v9(02).
               05 ws-titulo-lado                   occurs 200 times.
                  07 tl-cd-parceiro                pic 9(09).
                  07 tl-numero-documento           pic 9(09).
                  07 tl-nr-parcela                 pic 9(02).
                  07 tl-serie-documento            pic x(03).
                  07 tl-data-vencimento            pic 9(08).
                  07 tl-saldo                      pic 9(09)v9(02).
                  07 tl-valor-alocado              pic 9(09)v9(02).
                  07 tl-id-usado                   pic x(01).
                     88 tl-titulo-usado                value "S" false "N".

      *> Parceiros com títulos nos dois lados (opção de pesquisa)
       01   ws-tabela-grupos.
            03 ws-grupo                            occurs 500 times.
               05 gr-documento-parceiro            pic 9(14).
               05 gr-cd-cliente                    pic 9(09).
               05 gr-nome                          pic x(40).
               05 gr-total-receber                 pic 9(11)v9(02).
               05 gr-total-pagar                   pic 9(11)v9(02).

       01   f-encontro.
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-documento-parceiro                pic 9(14).
            03 f-nr-titulos-receber                pic zz9.
            03 f-total-receber                     pic zz.zzz.zzz.zz9,99.
            03 f-nr-titulos-pagar                  pic zz9.
            03 f-total-pagar                       pic zz.zzz.zzz.zz9,99.
            03 f-valor-encontro                    pic zz.zzz.zzz.zz9,99.
            03 f-nr-encontro                       pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-encontro.
            03 line 11 col 15   pic x(18) value "Cliente..........:".
            03 line 11 col 34   pic 9(09) from f-cd-cliente.
            03 line 11 col 45   pic x(55) from f-razao-social.
            03 line 13 col 15   pic x(18) value "CNPJ/CPF.........:".
            03 line 13 col 34   pic 9(14) from f-documento-parceiro.
            03 line 15 col 15   pic x(18) value "Titulos a Receber:".
            03 line 15 col 34   pic zz9 from f-nr-titulos-receber.
            03 line 15 col 52   pic x(18) value "Total a Receber..:".
            03 line 15 col 71   pic zz.zzz.zzz.zz9,99 from f-total-receber.
            03 line 17 col 15   pic x(18) value "Titulos a Pagar..:".
            03 line 17 col 34   pic zz9 from f-nr-titulos-pagar.
            03 line 17 col 52   pic x(18) value "Total a Pagar....:".
            03 line 17 col 71   pic zz.zzz.zzz.zz9,99 from f-total-pagar.
            03 line 19 col 15   pic x(18) value "Valor do Encontro:".
            03 line 19 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-encontro.
            03 line 21 col 15   pic x(18) value "Numero Encontro..:".
            03 line 21 col 34   pic 9(09) from f-nr-encontro.

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

            initialize                             wf-opcoes-frame

            string lnk-dat-path delimited   by "  " "\EFD147.DAT" into wid-pd14700
            open i-o pd14700
            if   ws-arquivo-inexistente
                 open output pd14700
                 close pd14700
                 open i-o pd14700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD147.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD148.DAT" into wid-pd14800
            open i-o pd14800
            if   ws-arquivo-inexistente
                 open output pd14800
                 close pd14800
                 open i-o pd14800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD148.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd02600
            perform 9000-abrir-io-pd02700
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd08800
            perform 9000-abrir-i-pd00700

       exit.

      *>=================================================================================
       2000-processamento section.

             perform until wf-frame-retornar

                 evaluate wf-frame
                      when 0
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 9
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd14700
            close pd14800
            close pd02600
            close pd02700
            close pd01400
            close pd01500
            close pd08800
            close pd00700

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-pesquisar
                when 02
                     perform 2100-compensar
                when 03
                     perform 2100-termo
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Relação dos parceiros com títulos em aberto nos dois lados: o
      *> a receber é agrupado pelo CNPJ do cliente (raiz para pessoa
      *> jurídica) e o a pagar de fornecedor com o mesmo documento soma
      *> no grupo. Compensável = o menor dos dois totais.
       2100-pesquisar section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            move zeros                             to ws-nr-grupos
            initialize                             ws-tabela-grupos
            move zeros                             to ws-ultimo-parceiro
            move zeros                             to ws-documento-parceiro

            initialize                             f02600-conta-receber
            move lnk-cd-empresa                    to f02600-cd-empresa
            move lnk-cd-filial                     to f02600-cd-filial
            perform 9000-str-pd02600-grt
            perform 9000-ler-pd02600-nex

            perform until not ws-operacao-ok
                          or f02600-cd-empresa <> lnk-cd-empresa
                          or f02600-cd-filial  <> lnk-cd-filial

                 if  (f02600-titulo-aberto or f02600-titulo-vencido)
                 and  not f02600-titulo-descontado
                 and  f02600-valor-parcela greater f02600-valor-pago
                      perform 2110-acumular-receber
                 end-if

                 perform 9000-ler-pd02600-nex

            end-perform

            move zeros                             to ws-ultimo-parceiro
            move zeros                             to ws-documento-parceiro

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            perform 9000-str-pd02700-grt
            perform 9000-ler-pd02700-nex

            perform until not ws-operacao-ok
                          or f02700-cd-empresa <> lnk-cd-empresa
                          or f02700-cd-filial  <> lnk-cd-filial

                 if  (f02700-titulo-aberto or f02700-titulo-vencido)
                 and  f02700-valor-parcela greater f02700-valor-pago
                      perform 2120-acumular-pagar
                 end-if

                 perform 9000-ler-pd02700-nex

            end-perform

            perform 9000-abrir-relatorio

            move spaces                            to rl-linha-relatorio
            string "ENCONTRO DE CONTAS - PARCEIROS COM TITULOS A RECEBER E A PAGAR - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "CNPJ/CPF        CLIENTE   NOME                                           A RECEBER          A PAGAR      COMPENSAVEL" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                             to ws-nr-listados

            perform varying ws-ix-grupo from 1 by 1
                    until ws-ix-grupo > ws-nr-grupos

                 if   gr-total-receber(ws-ix-grupo) greater zeros
                 and  gr-total-pagar(ws-ix-grupo) greater zeros
                      add  1                       to ws-nr-listados
                      move gr-total-receber(ws-ix-grupo) to ws-valor-x
                      move gr-total-pagar(ws-ix-grupo)   to ws-valor-2-x
                      if   gr-total-receber(ws-ix-grupo) less gr-total-pagar(ws-ix-grupo)
                           move gr-total-receber(ws-ix-grupo) to ws-valor-3-x
                      else
                           move gr-total-pagar(ws-ix-grupo)   to ws-valor-3-x
                      end-if
                      move spaces                  to rl-linha-relatorio
                      string gr-documento-parceiro(ws-ix-grupo) "  "
                             gr-cd-cliente(ws-ix-grupo) " "
                             gr-nome(ws-ix-grupo) " "
                             ws-valor-x ws-valor-2-x ws-valor-3-x
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if

            end-perform

            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-listados                    to ws-nr-titulos-x
            move spaces                            to rl-linha-relatorio
            string "PARCEIROS COM ENCONTRO DE CONTAS POSSIVEL: " ws-nr-titulos-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2110-acumular-receber section.

            if   f02600-cd-cliente not equal ws-ultimo-parceiro
                 move f02600-cd-cliente            to ws-ultimo-parceiro
                 move zeros                        to ws-documento-parceiro
                 initialize                        f01400-cliente
                 move f02600-cd-empresa            to f01400-cd-empresa
                 move f02600-cd-filial             to f01400-cd-filial
                 move f02600-cd-cliente            to f01400-cd-cliente
                 perform 9000-ler-pd01400-ran
                 if   ws-operacao-ok
                 and  f01400-cgc greater zeros
                      perform 2900-documento-cliente
                      move ws-documento-comparar   to ws-documento-parceiro
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if

            if   ws-documento-parceiro equal zeros
                 exit section
            end-if

            perform 2130-localizar-grupo
            if   ws-ix-grupo > ws-nr-grupos
                 if   ws-nr-grupos >= c-max-grupos
                      exit section
                 end-if
                 add  1                            to ws-nr-grupos
                 move ws-nr-grupos                 to ws-ix-grupo
                 move ws-documento-parceiro        to gr-documento-parceiro(ws-ix-grupo)
                 move f02600-cd-cliente            to gr-cd-cliente(ws-ix-grupo)
                 move f01400-razao-social          to gr-nome(ws-ix-grupo)
            end-if

            compute gr-total-receber(ws-ix-grupo) = gr-total-receber(ws-ix-grupo)
                  + f02600-valor-parcela - f02600-valor-pago

       exit.

      *>=================================================================================
       2120-acumular-pagar section.

            if   f02700-cd-fornecedor not equal ws-ultimo-parceiro
                 move f02700-cd-fornecedor         to ws-ultimo-parceiro
                 move zeros                        to ws-documento-parceiro
                 initialize                        f01500-fornecedor
                 move f02700-cd-empresa            to f01500-cd-empresa
                 move f02700-cd-filial             to f01500-cd-filial
                 move f02700-cd-fornecedor         to f01500-cd-fornecedor
                 perform 9000-ler-pd01500-ran
                 if   ws-operacao-ok
                 and  f01500-cgc greater zeros
                      perform 2910-documento-fornecedor
                      move ws-documento-comparar   to ws-documento-parceiro
                 end-if
                 move "00"                         to ws-resultado-acesso
            end-if

            if   ws-documento-parceiro equal zeros
                 exit section
            end-if

            perform 2130-localizar-grupo
            if   ws-ix-grupo > ws-nr-grupos
                 exit section
            end-if

            compute gr-total-pagar(ws-ix-grupo) = gr-total-pagar(ws-ix-grupo)
                  + f02700-valor-parcela - f02700-valor-pago

       exit.

      *>=================================================================================
       2130-localizar-grupo section.

            perform varying ws-ix-grupo from 1 by 1
                    until ws-ix-grupo > ws-nr-grupos
                 if   gr-documento-parceiro(ws-ix-grupo) equal ws-documento-parceiro
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Encontro de contas do parceiro: carrega os títulos em aberto dos
      *> clientes e fornecedores com o mesmo documento, propõe o valor (o
      *> menor dos dois lados, ou menos, a critério do operador) alocado
      *> dos vencimentos mais antigos para os mais novos em cada lado,
      *> imprime a proposta e, confirmada, baixa os dois lados e emite o
      *> termo de compensação para assinatura das partes.
       2100-compensar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-informar-cliente
            if   not ws-cliente-encontrado
                 exit section
            end-if

            perform 2300-carregar-titulos

            move ws-nr-titulos-lado(1)             to f-nr-titulos-receber
            move ws-total-lado(1)                  to f-total-receber
            move ws-nr-titulos-lado(2)             to f-nr-titulos-pagar
            move ws-total-lado(2)                  to f-total-pagar
            perform 8000-tela

            if   ws-total-lado(1) equal zeros
            or   ws-total-lado(2) equal zeros
                 move "Parceiro sem títulos em aberto a receber e a pagar ao mesmo tempo!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   ws-total-lado(1) less ws-total-lado(2)
                 move ws-total-lado(1)             to ws-valor-maximo
            else
                 move ws-total-lado(2)             to ws-valor-maximo
            end-if
            move ws-valor-maximo                   to f-valor-encontro
            perform 8000-tela

            perform until exit
                 accept f-valor-encontro at line 19 col 34 with update auto-skip
                 move f-valor-encontro             to ws-valor-encontro
                 if   ws-valor-encontro equal zeros
                      move "Encontro de contas cancelado pelo operador." to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 if   ws-valor-encontro greater ws-valor-maximo
                      move ws-valor-maximo         to ws-valor-x
                      move spaces                  to ws-mensagem
                      string "Valor maior que o compensável [" ws-valor-x "]!" into ws-mensagem
                      perform 9000-mensagem
                 else
                      exit perform
                 end-if
            end-perform

            perform varying ws-ix-lado from 1 by 1
                    until ws-ix-lado > 2
                 perform 2400-alocar-lado
            end-perform

            perform 2500-imprimir-proposta

            move ws-valor-encontro                 to ws-valor-x
            move spaces                            to ws-mensagem
            string "Confira a proposta impressa - confirma o encontro de contas de R$ " ws-valor-x "? [S/N]"
                   into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             lk-parametros-sequencia
            string "ENCONTRO-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número do encontro de contas!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f14700-encontro-contas
            move lnk-cd-empresa                    to f14700-cd-empresa
            move lnk-cd-filial                     to f14700-cd-filial
            move lk-seq-valor                      to f14700-nr-encontro
            move f-cd-cliente                      to f14700-cd-cliente-referencia
            move f-documento-parceiro              to f14700-documento-parceiro
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f14700-data-encontro
            move ws-valor-encontro                 to f14700-valor-compensado
            move lnk-id-usuario                    to f14700-id-usuario

            move zeros                             to ws-nr-sequencia
            perform varying ws-ix-lado from 1 by 1
                    until ws-ix-lado > 2
                 perform varying ws-ix-titulo from 1 by 1
                         until ws-ix-titulo > ws-nr-titulos-lado(ws-ix-lado)
                      if   tl-valor-alocado(ws-ix-lado ws-ix-titulo) greater zeros
                           perform 2600-baixar-titulo
                      end-if
                 end-perform
            end-perform

            perform 9000-gravar-pd14700
            if   not ws-operacao-ok
                 string "Erro ao gravar encontro de contas - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f14700-nr-encontro                to f-nr-encontro
            perform 8000-tela

            perform 2700-imprimir-termo

            move spaces                            to ws-mensagem
            string "Encontro de contas " f14700-nr-encontro " efetivado - imprima o termo para assinatura das partes!"
                   into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Reimpressão do termo de compensação de um encontro já efetivado.
       2100-termo section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-nr-encontro <> zeros
                 accept f-nr-encontro at line 21 col 34 with update auto-skip
            end-perform

            initialize                             f14700-encontro-contas
            move lnk-cd-empresa                    to f14700-cd-empresa
            move lnk-cd-filial                     to f14700-cd-filial
            move f-nr-encontro                     to f14700-nr-encontro
            perform 9000-ler-pd14700-ran
            if   not ws-operacao-ok
                 move "Encontro de contas não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f14700-cd-cliente-referencia      to f-cd-cliente
            move f14700-documento-parceiro         to f-documento-parceiro
            move f14700-valor-compensado           to f-valor-encontro
            move f14700-nr-titulos-receber         to f-nr-titulos-receber
            move f14700-nr-titulos-pagar           to f-nr-titulos-pagar
            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move f14700-cd-cliente-referencia      to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 move f01400-razao-social          to f-razao-social
            end-if
            perform 8000-tela

            perform 2700-imprimir-termo

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-consulta
                 move "01 - Pesquisar"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "02 - Compensar"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "03 - Termo"                 to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-encontro

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-encontro

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-informar-cliente section.

            set ws-cliente-encontrado              to false

            perform until f-cd-cliente <> zeros
                 accept f-cd-cliente at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move f-cd-cliente                      to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 string "Cliente [" f-cd-cliente "] não cadastrado!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f01400-cgc equal zeros
                 move "Cliente sem CNPJ/CPF cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f01400-razao-social               to f-razao-social
            perform 2900-documento-cliente
            move ws-documento-comparar             to ws-documento-parceiro
            move ws-documento-parceiro             to f-documento-parceiro

            set ws-cliente-encontrado              to true

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Títulos em aberto de todos os clientes e fornecedores com o
      *> mesmo documento do cliente informado. Título a pagar já em
      *> borderô pendente (CS50016C) fica de fora - o banco vai pagá-lo.
       2300-carregar-titulos section.

            initialize                             ws-tabela-titulos

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            perform 9000-str-pd01400-grt
            perform 9000-ler-pd01400-nex

            perform until not ws-operacao-ok
                          or f01400-cd-empresa <> lnk-cd-empresa
                          or f01400-cd-filial  <> lnk-cd-filial

                 if   f01400-cgc greater zeros
                      perform 2900-documento-cliente
                      if   ws-documento-comparar equal ws-documento-parceiro
                           perform 2310-carregar-receber
                      end-if
                 end-if

                 perform 9000-ler-pd01400-nex

            end-perform

            initialize                             f01500-fornecedor
            move lnk-cd-empresa                    to f01500-cd-empresa
            move lnk-cd-filial                     to f01500-cd-filial
            perform 9000-str-pd01500-grt
            perform 9000-ler-pd01500-nex

            perform until not ws-operacao-ok
                          or f01500-cd-empresa <> lnk-cd-empresa
                          or f01500-cd-filial  <> lnk-cd-filial

                 if   f01500-cgc greater zeros
                      perform 2910-documento-fornecedor
                      if   ws-documento-comparar equal ws-documento-parceiro
                           perform 2320-carregar-pagar
                      end-if
                 end-if

                 perform 9000-ler-pd01500-nex

            end-perform

       exit.

      *>=================================================================================
       2310-carregar-receber section.

            initialize                             f02600-conta-receber
            move lnk-cd-empresa                    to f02600-cd-empresa
            move lnk-cd-filial                     to f02600-cd-filial
            move f01400-cd-cliente                 to f02600-cd-cliente
            perform 9000-str-pd02600-grt
            perform 9000-ler-pd02600-nex

            perform until not ws-operacao-ok
                          or f02600-cd-empresa <> lnk-cd-empresa
                          or f02600-cd-filial  <> lnk-cd-filial
                          or f02600-cd-cliente <> f01400-cd-cliente
                          or ws-nr-titulos-lado(1) >= c-max-titulos-lado

                 if  (f02600-titulo-aberto or f02600-titulo-vencido)
                 and  not f02600-titulo-descontado
                 and  f02600-valor-parcela greater f02600-valor-pago
                      add  1                       to ws-nr-titulos-lado(1)
                      move ws-nr-titulos-lado(1)   to ws-ix-titulo
                      move f02600-cd-cliente       to tl-cd-parceiro(1 ws-ix-titulo)
                      move f02600-numero-documento to tl-numero-documento(1 ws-ix-titulo)
                      move f02600-nr-parcela       to tl-nr-parcela(1 ws-ix-titulo)
                      move f02600-serie-documento  to tl-serie-documento(1 ws-ix-titulo)
                      move f02600-data-vencimento  to tl-data-vencimento(1 ws-ix-titulo)
                      compute tl-saldo(1 ws-ix-titulo) =
                              f02600-valor-parcela - f02600-valor-pago
                      add  tl-saldo(1 ws-ix-titulo) to ws-total-lado(1)
                 end-if

                 perform 9000-ler-pd02600-nex

            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       2320-carregar-pagar section.

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            move f01500-cd-fornecedor              to f02700-cd-fornecedor
            perform 9000-str-pd02700-grt
            perform 9000-ler-pd02700-nex

            perform until not ws-operacao-ok
                          or f02700-cd-empresa    <> lnk-cd-empresa
                          or f02700-cd-filial     <> lnk-cd-filial
                          or f02700-cd-fornecedor <> f01500-cd-fornecedor
                          or ws-nr-titulos-lado(2) >= c-max-titulos-lado

                 if  (f02700-titulo-aberto or f02700-titulo-vencido)
                 and  f02700-valor-parcela greater f02700-valor-pago
                      perform 2330-verificar-titulo-em-bordero
                      if   not ws-titulo-ja-em-bordero
                           add  1                  to ws-nr-titulos-lado(2)
                           move ws-nr-titulos-lado(2) to ws-ix-titulo
                           move f02700-cd-fornecedor    to tl-cd-parceiro(2 ws-ix-titulo)
                           move f02700-numero-documento to tl-numero-documento(2 ws-ix-titulo)
                           move f02700-nr-parcela       to tl-nr-parcela(2 ws-ix-titulo)
                           move f02700-serie-documento  to tl-serie-documento(2 ws-ix-titulo)
                           move f02700-data-vencimento  to tl-data-vencimento(2 ws-ix-titulo)
                           compute tl-saldo(2 ws-ix-titulo) =
                                   f02700-valor-parcela - f02700-valor-pago
                           add  tl-saldo(2 ws-ix-titulo) to ws-total-lado(2)
                      end-if
                 end-if

                 perform 9000-ler-pd02700-nex

            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       2330-verificar-titulo-em-bordero section.

            move f02700-cd-fornecedor               to ws-busca-fornecedor
            move f02700-numero-documento            to ws-busca-documento
            move f02700-nr-parcela                  to ws-busca-parcela

            set  ws-titulo-ja-em-bordero            to false

            initialize                              f08800-item-bordero
            move lnk-cd-empresa                     to f08800-cd-empresa
            move lnk-cd-filial                      to f08800-cd-filial
            perform 9000-str-pd08800-grt
            perform 9000-ler-pd08800-nex

            perform until not ws-operacao-ok
                          or f08800-cd-empresa <> lnk-cd-empresa
                          or f08800-cd-filial  <> lnk-cd-filial
                          or ws-titulo-ja-em-bordero

                 if   f08800-item-pendente
                 and  f08800-cd-fornecedor     equal ws-busca-fornecedor
                 and  f08800-numero-documento  equal ws-busca-documento
                 and  f08800-nr-parcela        equal ws-busca-parcela
                      set ws-titulo-ja-em-bordero to true
                 end-if

                 perform 9000-ler-pd08800-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Aloca o valor do encontro no lado ws-ix-lado, sempre no título
      *> de vencimento mais antigo ainda não usado.
       2400-alocar-lado section.

            move ws-valor-encontro                 to ws-valor-restante

            perform until ws-valor-restante equal zeros

                 set  ws-titulo-escolhido          to false
                 move 99999999                     to ws-data-menor
                 perform varying ws-ix-titulo from 1 by 1
                         until ws-ix-titulo > ws-nr-titulos-lado(ws-ix-lado)
                      if   not tl-titulo-usado(ws-ix-lado ws-ix-titulo)
                      and  tl-data-vencimento(ws-ix-lado ws-ix-titulo) < ws-data-menor
                           move tl-data-vencimento(ws-ix-lado ws-ix-titulo) to ws-data-menor
                           move ws-ix-titulo       to ws-ix-escolhido
                           set  ws-titulo-escolhido to true
                      end-if
                 end-perform

                 if   not ws-titulo-escolhido
                      exit perform
                 end-if

                 set  tl-titulo-usado(ws-ix-lado ws-ix-escolhido) to true
                 if   tl-saldo(ws-ix-lado ws-ix-escolhido) greater ws-valor-restante
                      move ws-valor-restante       to tl-valor-alocado(ws-ix-lado ws-ix-escolhido)
                 else
                      move tl-saldo(ws-ix-lado ws-ix-escolhido)
                                                   to tl-valor-alocado(ws-ix-lado ws-ix-escolhido)
                 end-if
                 subtract tl-valor-alocado(ws-ix-lado ws-ix-escolhido) from ws-valor-restante

            end-perform

       exit.

      *>=================================================================================
       2500-imprimir-proposta section.

            perform 9000-abrir-relatorio

            move f-documento-parceiro              to ws-cnpj-x
            move spaces                            to rl-linha-relatorio
            string "PROPOSTA DE ENCONTRO DE CONTAS - " f-razao-social " - CNPJ/CPF " ws-cnpj-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-lado from 1 by 1
                    until ws-ix-lado > 2

                 move spaces                       to rl-linha-relatorio
                 if   ws-ix-lado equal 1
                      move "TITULOS A RECEBER (CREDITOS DA EMPRESA)" to rl-linha-relatorio
                 else
                      move "TITULOS A PAGAR (DEBITOS DA EMPRESA)"    to rl-linha-relatorio
                 end-if
                 perform 9000-imprimir-linha-relatorio
                 move "PARCEIRO  DOCUMENTO PC SER VENCIMENTO        SALDO ATUAL       COMPENSAR        SALDO APOS" to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform varying ws-ix-titulo from 1 by 1
                         until ws-ix-titulo > ws-nr-titulos-lado(ws-ix-lado)
                      move tl-saldo(ws-ix-lado ws-ix-titulo)         to ws-valor-x
                      move tl-valor-alocado(ws-ix-lado ws-ix-titulo) to ws-valor-2-x
                      compute ws-saldo-titulo = tl-saldo(ws-ix-lado ws-ix-titulo)
                                              - tl-valor-alocado(ws-ix-lado ws-ix-titulo)
                      move ws-saldo-titulo                           to ws-valor-3-x
                      move spaces                  to rl-linha-relatorio
                      string tl-cd-parceiro(ws-ix-lado ws-ix-titulo) " "
                             tl-numero-documento(ws-ix-lado ws-ix-titulo) " "
                             tl-nr-parcela(ws-ix-lado ws-ix-titulo) " "
                             tl-serie-documento(ws-ix-lado ws-ix-titulo) " "
                             tl-data-vencimento(ws-ix-lado ws-ix-titulo)(7:2) "/"
                             tl-data-vencimento(ws-ix-lado ws-ix-titulo)(5:2) "/"
                             tl-data-vencimento(ws-ix-lado ws-ix-titulo)(1:4)
                             ws-valor-x ws-valor-2-x ws-valor-3-x
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-perform

                 move ws-total-lado(ws-ix-lado)    to ws-valor-x
                 move ws-valor-encontro            to ws-valor-2-x
                 move spaces                       to rl-linha-relatorio
                 string "TOTAL EM ABERTO " ws-valor-x "  A COMPENSAR " ws-valor-2-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move spaces                       to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Baixa do título pelo valor alocado (sem movimento na tesouraria
      *> - não há dinheiro envolvido) e o item do encontro com o saldo
      *> anterior, que amarra os dois lados no histórico.
       2600-baixar-titulo section.

            accept ws-data-inv                     from date yyyymmdd

            if   ws-ix-lado equal 1
                 initialize                        f02600-conta-receber
                 move lnk-cd-empresa               to f02600-cd-empresa
                 move lnk-cd-filial                to f02600-cd-filial
                 move tl-cd-parceiro(1 ws-ix-titulo)      to f02600-cd-cliente
                 move tl-numero-documento(1 ws-ix-titulo) to f02600-numero-documento
                 move tl-nr-parcela(1 ws-ix-titulo)       to f02600-nr-parcela
                 perform 9000-ler-pd02600-ran
                 if   not ws-operacao-ok
                      exit section
                 end-if
                 add  tl-valor-alocado(1 ws-ix-titulo) to f02600-valor-pago
                 move ws-data-inv                  to f02600-data-ultimo-pagamento
                 move lnk-id-usuario               to f02600-id-usuario-baixa
                 if   f02600-valor-pago >= f02600-valor-parcela
                      set  f02600-titulo-pago      to true
                 end-if
                 perform 9000-regravar-pd02600
                 add  1                            to f14700-nr-titulos-receber
            else
                 initialize                        f02700-conta-pagar
                 move lnk-cd-empresa               to f02700-cd-empresa
                 move lnk-cd-filial                to f02700-cd-filial
                 move tl-cd-parceiro(2 ws-ix-titulo)      to f02700-cd-fornecedor
                 move tl-numero-documento(2 ws-ix-titulo) to f02700-numero-documento
                 move tl-nr-parcela(2 ws-ix-titulo)       to f02700-nr-parcela
                 perform 9000-ler-pd02700-ran
                 if   not ws-operacao-ok
                      exit section
                 end-if
                 add  tl-valor-alocado(2 ws-ix-titulo) to f02700-valor-pago
                 move ws-data-inv                  to f02700-data-ultimo-pagamento
                 move lnk-id-usuario               to f02700-id-usuario-baixa
                 if   f02700-valor-pago >= f02700-valor-parcela
                      set  f02700-titulo-pago      to true
                 end-if
                 perform 9000-regravar-pd02700
                 add  1                            to f14700-nr-titulos-pagar
            end-if

            if   not ws-operacao-ok
                 string "Erro ao baixar título no encontro de contas - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                 to ws-nr-sequencia
            initialize                             f14800-item-encontro
            move f14700-cd-empresa                 to f14800-cd-empresa
            move f14700-cd-filial                  to f14800-cd-filial
            move f14700-nr-encontro                to f14800-nr-encontro
            move ws-nr-sequencia                   to f14800-nr-sequencia
            if   ws-ix-lado equal 1
                 set  f14800-titulo-receber        to true
            else
                 set  f14800-titulo-pagar          to true
            end-if
            move tl-cd-parceiro(ws-ix-lado ws-ix-titulo)      to f14800-cd-parceiro
            move tl-numero-documento(ws-ix-lado ws-ix-titulo) to f14800-numero-documento
            move tl-nr-parcela(ws-ix-lado ws-ix-titulo)       to f14800-nr-parcela
            move tl-serie-documento(ws-ix-lado ws-ix-titulo)  to f14800-serie-documento
            move tl-data-vencimento(ws-ix-lado ws-ix-titulo)  to f14800-data-vencimento
            move tl-saldo(ws-ix-lado ws-ix-titulo)            to f14800-saldo-anterior
            move tl-valor-alocado(ws-ix-lado ws-ix-titulo)    to f14800-valor-compensado

            perform 9000-gravar-pd14800
            if   not ws-operacao-ok
                 string "Erro ao gravar item do encontro de contas - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Termo de compensação (arts. 368 a 380 do Código Civil) com os
      *> títulos dos dois lados, para assinatura da empresa e do parceiro.
       2700-imprimir-termo section.

            initialize                             f00700-empresa
            move lnk-cd-empresa                    to f00700-cd-empresa
            move lnk-cd-filial                     to f00700-cd-filial
            perform 9000-ler-pd00700-ran
            if   not ws-operacao-ok
                 initialize                        f00700-empresa
            end-if

            move spaces                            to ws-nome-parceiro
            initialize                             f01400-cliente
            move f14700-cd-empresa                 to f01400-cd-empresa
            move f14700-cd-filial                  to f01400-cd-filial
            move f14700-cd-cliente-referencia      to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 move f01400-razao-social          to ws-nome-parceiro
            end-if

            perform 9000-abrir-relatorio

            move spaces                            to rl-linha-relatorio
            string "TERMO DE COMPENSACAO DE CREDITOS E DEBITOS No " f14700-nr-encontro
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f00700-cnpj                       to ws-cnpj-x
            move spaces                            to rl-linha-relatorio
            string "EMPRESA.: " f00700-razao-social " CNPJ " ws-cnpj-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move f01400-cgc                        to ws-cnpj-x
            move spaces                            to rl-linha-relatorio
            string "PARCEIRO: " ws-nome-parceiro " CNPJ/CPF " ws-cnpj-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move f14700-valor-compensado           to ws-valor-x
            move spaces                            to rl-linha-relatorio
            string "As partes acima, credoras e devedoras uma da outra, acordam na compensacao dos creditos e debitos"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            string "reciprocos abaixo relacionados, nos termos dos arts. 368 a 380 do Codigo Civil, no valor total de R$"
                   ws-valor-x "," into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            string "dando-se mutua quitacao ate o limite compensado. Os saldos remanescentes seguem exigiveis nos vencimentos."
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                            to ws-tipo-anterior
            move zeros                             to ws-total-lado-termo

            initialize                             f14800-item-encontro
            move f14700-cd-empresa                 to f14800-cd-empresa
            move f14700-cd-filial                  to f14800-cd-filial
            move f14700-nr-encontro                to f14800-nr-encontro
            perform 9000-str-pd14800-grt
            perform 9000-ler-pd14800-nex

            perform until not ws-operacao-ok
                          or f14800-cd-empresa  <> f14700-cd-empresa
                          or f14800-cd-filial   <> f14700-cd-filial
                          or f14800-nr-encontro <> f14700-nr-encontro

                 if   f14800-tipo-titulo not equal ws-tipo-anterior
                      perform 2710-cabecalho-lado-termo
                 end-if

                 move f14800-saldo-anterior        to ws-valor-x
                 move f14800-valor-compensado      to ws-valor-2-x
                 move spaces                       to rl-linha-relatorio
                 string f14800-cd-parceiro " " f14800-numero-documento " "
                        f14800-nr-parcela " " f14800-serie-documento " "
                        f14800-data-vencimento(7:2) "/" f14800-data-vencimento(5:2) "/"
                        f14800-data-vencimento(1:4)
                        ws-valor-x ws-valor-2-x
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 add  f14800-valor-compensado      to ws-total-lado-termo

                 perform 9000-ler-pd14800-nex

            end-perform

            if   ws-tipo-anterior not equal spaces
                 perform 2720-total-lado-termo
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move spaces                            to rl-linha-relatorio
            string "Data do encontro: " f14700-data-encontro(7:2) "/" f14700-data-encontro(5:2) "/"
                   f14700-data-encontro(1:4) "   Responsavel: " f14700-id-usuario
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "_____________________________________________       _____________________________________________" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            string f00700-razao-social(1:45) "       " ws-nome-parceiro(1:45) into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2710-cabecalho-lado-termo section.

            if   ws-tipo-anterior not equal spaces
                 perform 2720-total-lado-termo
            end-if

            move f14800-tipo-titulo                to ws-tipo-anterior
            move zeros                             to ws-total-lado-termo

            move spaces                            to rl-linha-relatorio
            if   f14800-titulo-receber
                 move "CREDITOS DA EMPRESA (TITULOS A RECEBER DO PARCEIRO)" to rl-linha-relatorio
            else
                 move "DEBITOS DA EMPRESA (TITULOS A PAGAR AO PARCEIRO)"    to rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio
            move "PARCEIRO  DOCUMENTO PC SER VENCIMENTO      SALDO ANTERIOR       COMPENSADO" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2720-total-lado-termo section.

            move ws-total-lado-termo               to ws-valor-x
            move spaces                            to rl-linha-relatorio
            string "TOTAL COMPENSADO " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Documento de comparação: raiz do CNPJ (8 primeiros dígitos) para
      *> pessoa jurídica; CPF completo para pessoa física.
       2900-documento-cliente section.

            move zeros                             to ws-documento-comparar
            if   f01400-pessoa-fisica
                 move f01400-cgc                   to ws-documento-comparar
            else
                 move f01400-cgc(1:8)              to ws-documento-comparar(1:8)
            end-if

       exit.

      *>=================================================================================
       2910-documento-fornecedor section.

            move zeros                             to ws-documento-comparar
            if   f01500-pessoa-fisica
                 move f01500-cgc                   to ws-documento-comparar
            else
                 move f01500-cgc(1:8)              to ws-documento-comparar(1:8)
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR14700.cpy.
       copy CSR14800.cpy.
       copy CSR02600.cpy.
       copy CSR02700.cpy.
       copy CSR01400.cpy.
       copy CSR01500.cpy.
       copy CSR08800.cpy.
       copy CSR00700.cpy.
