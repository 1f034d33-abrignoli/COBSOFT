      $set sourceformat"free"
       program-id. CS30034C.
      *>=================================================================================
      *>
      *>          Comodato e Demonstração - Remessa, Retorno e Conversão em Venda
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16200.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS01900.cpy.
       copy CSS01800.cpy.
       copy CSS01400.cpy.
       copy CSS12500.cpy.
       copy CSS04700.cpy.
       copy CSS13400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF16200.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF01900.cpy.
       copy CSF01800.cpy.
       copy CSF01400.cpy.
       copy CSF12500.cpy.
       copy CSF04700.cpy.
       copy CSF13400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30034C".
       78   c-descricao-programa                   value "COMODATO E DEMONSTRACAO".
       78   c-cfop-remessa-comodato                value 5908.
       78   c-cfop-remessa-demonstracao            value 5912.
       78   c-motivo-entrada-nf                    value 001.
       78   c-max-unidades                         value 50.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.
       copy CSW13400.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-cd-parametro                     pic x(20).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-cd-produto                       pic 9(09).
            03 ws-cd-deposito                      pic 9(04).
            03 ws-nr-serie                         pic x(20).
            03 ws-tipo-emprestimo                  pic x(01).
               88 ws-emprestimo-comodato               value "C".
               88 ws-emprestimo-demonstracao           value "D".
               88 ws-tipo-emprestimo-valido            value "C" "D".
            03 ws-data-prevista-retorno            pic 9(08).
            03 ws-data-hoje                        pic 9(08).
            03 ws-numero-doc-remessa               pic 9(09).
            03 ws-serie-doc-remessa                pic 9(03).
            03 ws-numero-doc-retorno               pic 9(09).
            03 ws-serie-doc-retorno                pic 9(03).
            03 ws-cd-natureza-comodato             pic 9(03).
            03 ws-cd-natureza-demonstracao         pic 9(03).
            03 ws-cd-natureza-venda                pic 9(03).
            03 ws-cd-natureza-wrk                  pic 9(03).
            03 ws-cfop-nota-wrk                    pic 9(04).
            03 ws-valor-unitario                   pic 9(09)v9(06).
            03 ws-qtde-anterior                    pic s9(09)v9(04).
            03 ws-sequencia-item-nf                pic 9(09).
            03 ws-nr-retornadas                    pic 9(05).
            03 ws-id-serie-repetida                pic x(01).
               88 ws-serie-repetida                    value "S" false "N".
            03 ws-valor-custo                      pic 9(11)v9(02).
            03 ws-valor-custo-cliente              pic 9(11)v9(02).
            03 ws-valor-custo-total                pic 9(11)v9(02).
            03 ws-valor-custo-atraso               pic 9(11)v9(02).
            03 ws-nr-unidades-fora                 pic 9(06).
            03 ws-nr-unidades-atraso               pic 9(06).
            03 ws-cd-cliente-quebra                pic 9(09).
            03 ws-ds-atraso                        pic x(08).
            03 ws-ds-tipo                          pic x(12).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.

      *> Unidades informadas para a remessa
       01   ws-tabela-unidades.
            03 ws-nr-unidades                      pic 9(03).
            03 ws-ix-unidade                       pic 9(03) comp.
            03 ws-unidade                          occurs 50 times.
               05 ws-un-cd-produto                 pic 9(09).
               05 ws-un-cd-deposito                pic 9(04).
               05 ws-un-nr-serie                   pic x(20).
               05 ws-un-custo-unitario             pic 9(09)v9(04).

      *> Regime de PIS/COFINS da empresa - mesma regra de CS30003C
       01   ws-regime-pis-cofins.
            03 ws-aliq-pis-regime                  pic 9(02)v9(02).
            03 ws-aliq-cofins-regime               pic 9(02)v9(02).
            03 ws-cst-pis-cofins                   pic 9(02).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

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

            string lnk-dat-path delimited   by "  " "\EFD162.DAT" into wid-pd16200
            open i-o pd16200
            if   ws-arquivo-inexistente
                 open output pd16200
                 close pd16200
                 open i-o pd16200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD162.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-io-pd12500
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-class-trib-emissao

            perform 1100-carregar-parametros
            perform 9000-carregar-class-trib-padrao

       exit.

      *>=================================================================================
      *> Naturezas da remessa (COMODATO-NATUREZA, DEMO-NATUREZA): sem
      *> financeiro e sem estatísticas - sem o parâmetro a remessa do
      *> tipo não emite. COMODATO-NAT-VENDA: natureza da conversão em
      *> venda, com financeiro e sem nova baixa de estoque.
       1100-carregar-parametros section.

            move "COMODATO-NATUREZA"               to ws-cd-parametro
            perform 1110-ler-parametro
            move f04700-valor-numero               to ws-cd-natureza-comodato

            move "DEMO-NATUREZA"                   to ws-cd-parametro
            perform 1110-ler-parametro
            move f04700-valor-numero               to ws-cd-natureza-demonstracao

            move "COMODATO-NAT-VENDA"              to ws-cd-parametro
            perform 1110-ler-parametro
            move f04700-valor-numero               to ws-cd-natureza-venda

            move 0,65                              to ws-aliq-pis-regime
            move 3,00                              to ws-aliq-cofins-regime
            move 01                                to ws-cst-pis-cofins

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "PIS-COFINS-REGIME"               to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto(1:1) equal "N"
                 move 1,65                         to ws-aliq-pis-regime
                 move 7,60                         to ws-aliq-cofins-regime
            end-if

       exit.

      *>=================================================================================
       1110-ler-parametro section.

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro                   to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   not ws-operacao-ok
            or   not f04700-parametro-ativo
                 move zeros                        to f04700-valor-numero
            end-if

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

            close pd16200
            close pd05000
            close pd05100
            close pd06000
            close pd01900
            close pd12500
            close pd01800
            close pd01400
            close pd04700
            close pd13400

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-remessa
                when 02
                     perform 2100-retorno
                when 03
                     perform 2100-converter-venda
                when 04
                     perform 2100-relatorio
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Remessa em comodato ou demonstração: cada unidade é uma série
      *> em estoque (f12500); a NF-e sai pelo custo médio, o estoque é
      *> baixado com movimento e a série fica marcada no cliente até o
      *> retorno ou a conversão em venda.
       2100-remessa section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 2200-aceitar-cliente
            if   ws-cd-cliente equal zeros
                 exit section
            end-if

            move spaces                            to ws-tipo-emprestimo
            perform until ws-tipo-emprestimo-valido
                 display "Tipo (C=Comodato D=Demonstracao):" at line 13 col 16
                 accept ws-tipo-emprestimo         at line 13 col 50 with update auto-skip
                 move function upper-case(ws-tipo-emprestimo) to ws-tipo-emprestimo
            end-perform

            if   ws-emprestimo-comodato
                 move ws-cd-natureza-comodato      to ws-cd-natureza-wrk
                 move c-cfop-remessa-comodato      to ws-cfop-nota-wrk
            else
                 move ws-cd-natureza-demonstracao  to ws-cd-natureza-wrk
                 move c-cfop-remessa-demonstracao  to ws-cfop-nota-wrk
            end-if

      *> Sem a natureza própria (sem financeiro/estatísticas) a remessa
      *> sairia como venda clássica
            if   ws-cd-natureza-wrk equal zeros
                 move "Natureza da remessa (COMODATO-NATUREZA/DEMO-NATUREZA) não configurada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd

            move zeros                             to ws-data-prevista-retorno
            perform until ws-data-prevista-retorno greater ws-data-hoje
                 display "Retorno previsto (AAAAMMDD):" at line 15 col 16
                 accept ws-data-prevista-retorno   at line 15 col 45 with update auto-skip
            end-perform

            perform 2200-aceitar-unidades
            if   ws-nr-unidades equal zeros
                 exit section
            end-if

            move spaces                            to ws-mensagem
            string "Confirma a remessa de " ws-nr-unidades " unidade(s)? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            perform 2300-emitir-nota-remessa

            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-nr-unidades
                 perform 2310-remeter-unidade
            end-perform

            move spaces                            to ws-mensagem
            string "Remessa emitida na NF-e [" wf05000-numero-documento "/"
                   wf05000-serie-documento "]!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Produto zero encerra a digitação das unidades.
       2200-aceitar-unidades section.

            move zeros                             to ws-nr-unidades

            perform until ws-nr-unidades not less c-max-unidades

                 move zeros                        to ws-cd-produto
                 display "Produto (0=fim)..:"       at line 17 col 16
                 accept ws-cd-produto              at line 17 col 35 with update auto-skip
                 if   ws-cd-produto equal zeros
                      exit perform
                 end-if

                 initialize                        f01800-produto
                 move lnk-cd-empresa               to f01800-cd-empresa
                 move lnk-cd-filial                to f01800-cd-filial
                 move ws-cd-produto                to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   not ws-operacao-ok
                 or   not f01800-controla-serie
                      move "Produto não cadastrado ou sem controle de série!" to ws-mensagem
                      perform 9000-mensagem
                      exit perform cycle
                 end-if

                 move zeros                        to ws-cd-deposito
                 perform until ws-cd-deposito <> zeros
                      display "Deposito.........:"  at line 19 col 16
                      accept ws-cd-deposito        at line 19 col 35 with update auto-skip
                 end-perform

                 move spaces                       to ws-nr-serie
                 perform until ws-nr-serie <> spaces
                      display "Numero de serie..:"  at line 21 col 16
                      accept ws-nr-serie           at line 21 col 35 with update auto-skip
                 end-perform

                 perform 2210-validar-unidade

            end-perform

       exit.

      *>=================================================================================
       2210-validar-unidade section.

            set  ws-serie-repetida                 to false
            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-nr-unidades
                 if   ws-un-cd-produto(ws-ix-unidade) equal ws-cd-produto
                 and  ws-un-nr-serie(ws-ix-unidade)   equal ws-nr-serie
                      set  ws-serie-repetida       to true
                 end-if
            end-perform
            if   ws-serie-repetida
                 move "Série já informada nesta remessa!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f12500-numero-serie
            move lnk-cd-empresa                    to f12500-cd-empresa
            move lnk-cd-filial                     to f12500-cd-filial
            move ws-cd-produto                     to f12500-cd-produto
            move ws-nr-serie                       to f12500-nr-serie
            perform 9000-ler-pd12500-ran
            if   not ws-operacao-ok
            or   not f12500-serie-em-estoque
                 move "Série não cadastrada ou fora do estoque!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f06000-estoque
            move lnk-cd-empresa                    to f06000-cd-empresa
            move lnk-cd-filial                     to f06000-cd-filial
            move ws-cd-produto                     to f06000-cd-produto
            move ws-cd-deposito                    to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   not ws-operacao-ok
            or   f06000-qtde-disponivel - f06000-qtde-reservada less 1
                 move "Saldo insuficiente no depósito!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                 to ws-nr-unidades
            move ws-cd-produto                     to ws-un-cd-produto(ws-nr-unidades)
            move ws-cd-deposito                    to ws-un-cd-deposito(ws-nr-unidades)
            move ws-nr-serie                       to ws-un-nr-serie(ws-nr-unidades)
            move f06000-custo-medio                to ws-un-custo-unitario(ws-nr-unidades)

            move spaces                            to ws-mensagem
            string "Unidade " ws-nr-unidades " incluída - série " ws-nr-serie into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> NF-e de remessa com uma linha por unidade, pelo custo médio,
      *> gravada pendente de transmissão na mesma esteira das demais.
       2300-emitir-nota-remessa section.

            perform 2400-iniciar-nota

            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-nr-unidades

                 initialize                        f01800-produto
                 move lnk-cd-empresa               to f01800-cd-empresa
                 move lnk-cd-filial                to f01800-cd-filial
                 move ws-un-cd-produto(ws-ix-unidade) to f01800-cd-produto
                 perform 9000-ler-pd01800-ran

                 initialize                        wf05100-item-nota-fiscal
                 move ws-un-cd-produto(ws-ix-unidade)  to wf05100-cd-mercadoria
                 move ws-un-cd-deposito(ws-ix-unidade) to wf05100-cd-deposito
                 move 1                            to wf05100-quantidade-mercadoria
                 move ws-un-custo-unitario(ws-ix-unidade) to wf05100-valor-unitario
                 move ws-un-custo-unitario(ws-ix-unidade) to wf05100-valor-total
      *> Remessa sem débito de ICMS e PIS/COFINS (CST 49 - outras saídas)
                 move 49                           to wf05100-cst-pis
                 move 49                           to wf05100-cst-cofins
                 perform 2410-gravar-item-nota

            end-perform

            perform 9000-mestre-nota-fiscal

            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar mestre da NF-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move wf05000-numero-documento          to ws-numero-doc-remessa
            move wf05000-serie-documento           to ws-serie-doc-remessa

       exit.

      *>=================================================================================
       2310-remeter-unidade section.

            move ws-un-cd-produto(ws-ix-unidade)   to ws-cd-produto
            move ws-un-cd-deposito(ws-ix-unidade)  to ws-cd-deposito

            initialize                             f06000-estoque
            move lnk-cd-empresa                    to f06000-cd-empresa
            move lnk-cd-filial                     to f06000-cd-filial
            move ws-cd-produto                     to f06000-cd-produto
            move ws-cd-deposito                    to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   ws-operacao-ok
                 move f06000-qtde-disponivel       to ws-qtde-anterior
                 subtract 1                        from f06000-qtde-disponivel
                 perform 9000-regravar-pd06000
                 move spaces                       to ws-ds-funcao
                 if   ws-emprestimo-comodato
                      move "REMESSA COMODATO"      to ws-ds-funcao
                 else
                      move "REMESSA DEMONSTR."     to ws-ds-funcao
                 end-if
                 perform 2500-gravar-movimento
            end-if

            initialize                             f12500-numero-serie
            move lnk-cd-empresa                    to f12500-cd-empresa
            move lnk-cd-filial                     to f12500-cd-filial
            move ws-cd-produto                     to f12500-cd-produto
            move ws-un-nr-serie(ws-ix-unidade)     to f12500-nr-serie
            perform 9000-ler-pd12500-ran
            if   ws-operacao-ok
                 if   ws-emprestimo-comodato
                      set  f12500-serie-em-comodato    to true
                 else
                      set  f12500-serie-em-demonstracao to true
                 end-if
                 move ws-data-hoje                 to f12500-data-saida
                 move ws-numero-doc-remessa        to f12500-numero-doc-saida
                 move ws-serie-doc-remessa         to f12500-serie-doc-saida
                 move ws-cd-cliente                to f12500-cd-cliente
                 perform 9000-regravar-pd12500
            end-if

            initialize                             f16200-emprestimo-equipamento
            move lnk-cd-empresa                    to f16200-cd-empresa
            move lnk-cd-filial                     to f16200-cd-filial
            move ws-numero-doc-remessa             to f16200-numero-doc-remessa
            move ws-serie-doc-remessa              to f16200-serie-doc-remessa
            move ws-cd-produto                     to f16200-cd-produto
            move ws-un-nr-serie(ws-ix-unidade)     to f16200-nr-serie
            move ws-cd-cliente                     to f16200-cd-cliente
            move ws-tipo-emprestimo                to f16200-tipo-emprestimo
            move ws-cd-deposito                    to f16200-cd-deposito
            move ws-data-hoje                      to f16200-data-remessa
            move ws-data-prevista-retorno          to f16200-data-prevista-retorno
            move ws-un-custo-unitario(ws-ix-unidade) to f16200-custo-unitario
            set  f16200-em-cliente                 to true
            move zeros                             to f16200-data-baixa
            move zeros                             to f16200-numero-doc-baixa
            move spaces                            to f16200-serie-doc-baixa
            perform 9000-gravar-pd16200
            if   not ws-operacao-ok
                 string "Erro ao gravar pd16200 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Retorno pela nota de entrada (NF-e de retorno do cliente ou de
      *> entrada própria): cada unidade ainda no cliente é confirmada;
      *> a série volta ao estoque e o depósito de origem é recomposto.
       2100-retorno section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-aceitar-remessa
            if   ws-numero-doc-remessa equal zeros
                 exit section
            end-if

            move zeros                             to ws-numero-doc-retorno
            perform until ws-numero-doc-retorno <> zeros
                 display "NF-e de retorno..:"       at line 15 col 16
                 accept ws-numero-doc-retorno      at line 15 col 35 with update auto-skip
            end-perform
            move zeros                             to ws-serie-doc-retorno
            display "Serie:"                       at line 15 col 47
            accept ws-serie-doc-retorno            at line 15 col 54 with update auto-skip

            accept ws-data-hoje                    from date yyyymmdd
            move zeros                             to ws-nr-retornadas

            initialize                             f16200-emprestimo-equipamento
            move lnk-cd-empresa                    to f16200-cd-empresa
            move lnk-cd-filial                     to f16200-cd-filial
            move ws-numero-doc-remessa             to f16200-numero-doc-remessa
            move ws-serie-doc-remessa              to f16200-serie-doc-remessa
            move zeros                             to f16200-cd-produto
            move spaces                            to f16200-nr-serie
            perform 9000-str-pd16200-grt
            perform 9000-ler-pd16200-nex
            perform until not ws-operacao-ok
                          or f16200-cd-empresa         <> lnk-cd-empresa
                          or f16200-cd-filial          <> lnk-cd-filial
                          or f16200-numero-doc-remessa <> ws-numero-doc-remessa
                          or f16200-serie-doc-remessa  <> ws-serie-doc-remessa

                 if   f16200-em-cliente
                      move spaces                  to ws-mensagem
                      string "Retornou o produto " f16200-cd-produto " série "
                             f16200-nr-serie "? [S/N]" into ws-mensagem
                      perform 9000-mensagem
                      if   ws-mensagem-opcao-sim
                           perform 2320-retornar-unidade
                      end-if
                 end-if

                 perform 9000-ler-pd16200-nex
            end-perform

            move spaces                            to ws-mensagem
            string ws-nr-retornadas " unidade(s) retornada(s) pela NF-e [" ws-numero-doc-retorno
                   "/" ws-serie-doc-retorno "]" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2320-retornar-unidade section.

            move f16200-cd-produto                 to ws-cd-produto
            move f16200-cd-deposito                to ws-cd-deposito
            move f16200-cd-cliente                 to ws-cd-cliente

            set  f16200-devolvido                  to true
            move ws-data-hoje                      to f16200-data-baixa
            move ws-numero-doc-retorno             to f16200-numero-doc-baixa
            move ws-serie-doc-retorno              to f16200-serie-doc-baixa
            perform 9000-regravar-pd16200
            if   not ws-operacao-ok
                 string "Erro ao atualizar pd16200 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                 to ws-nr-retornadas

            initialize                             f06000-estoque
            move lnk-cd-empresa                    to f06000-cd-empresa
            move lnk-cd-filial                     to f06000-cd-filial
            move ws-cd-produto                     to f06000-cd-produto
            move ws-cd-deposito                    to f06000-cd-deposito
            perform 9000-ler-pd06000-ran
            if   ws-operacao-ok
                 move f06000-qtde-disponivel       to ws-qtde-anterior
                 add  1                            to f06000-qtde-disponivel
                 perform 9000-regravar-pd06000
                 move "RETORNO EMPRESTIMO"         to ws-ds-funcao
                 perform 2500-gravar-movimento
            end-if

            initialize                             f12500-numero-serie
            move lnk-cd-empresa                    to f12500-cd-empresa
            move lnk-cd-filial                     to f12500-cd-filial
            move f16200-cd-produto                 to f12500-cd-produto
            move f16200-nr-serie                   to f12500-nr-serie
            perform 9000-ler-pd12500-ran
            if   ws-operacao-ok
                 set  f12500-serie-em-estoque      to true
                 move zeros                        to f12500-data-saida
                 move zeros                        to f12500-numero-doc-saida
                 move spaces                       to f12500-serie-doc-saida
                 move zeros                        to f12500-cd-cliente
                 perform 9000-regravar-pd12500
            end-if

      *> Restaura a posição da varredura da remessa
            perform 9000-ler-pd16200-ran

       exit.

      *>=================================================================================
      *> Conversão em venda: o cliente fica com a unidade - NF-e de
      *> venda com financeiro e sem nova baixa de estoque (a unidade já
      *> saiu na remessa); a série passa a vendida.
       2100-converter-venda section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            if   ws-cd-natureza-venda equal zeros
                 move "Parâmetro COMODATO-NAT-VENDA não configurado - conversão bloqueada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2200-aceitar-remessa
            if   ws-numero-doc-remessa equal zeros
                 exit section
            end-if

            move zeros                             to ws-cd-produto
            perform until ws-cd-produto <> zeros
                 display "Produto..........:"       at line 15 col 16
                 accept ws-cd-produto              at line 15 col 35 with update auto-skip
            end-perform
            move spaces                            to ws-nr-serie
            perform until ws-nr-serie <> spaces
                 display "Numero de serie..:"       at line 17 col 16
                 accept ws-nr-serie                at line 17 col 35 with update auto-skip
            end-perform

            initialize                             f16200-emprestimo-equipamento
            move lnk-cd-empresa                    to f16200-cd-empresa
            move lnk-cd-filial                     to f16200-cd-filial
            move ws-numero-doc-remessa             to f16200-numero-doc-remessa
            move ws-serie-doc-remessa              to f16200-serie-doc-remessa
            move ws-cd-produto                     to f16200-cd-produto
            move ws-nr-serie                       to f16200-nr-serie
            perform 9000-ler-pd16200-ran
            if   not ws-operacao-ok
            or   not f16200-em-cliente
                 move "Unidade não consta como emprestada nesta remessa!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move ws-cd-produto                     to f01800-cd-produto
            perform 9000-ler-pd01800-ran

            move zeros                             to ws-valor-unitario
            perform until ws-valor-unitario <> zeros
                 display "Preco de venda...:"       at line 19 col 16
                 accept ws-valor-unitario          at line 19 col 35 with update auto-skip
            end-perform

            move ws-valor-unitario                 to ws-valor-x
            move spaces                            to ws-mensagem
            string "Confirma a venda da série " ws-nr-serie " por R$ " ws-valor-x "? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd
            move f16200-cd-cliente                 to ws-cd-cliente
            move ws-cd-natureza-venda              to ws-cd-natureza-wrk
            move f01800-cfop                       to ws-cfop-nota-wrk

            perform 2400-iniciar-nota

            initialize                             wf05100-item-nota-fiscal
            move ws-cd-produto                     to wf05100-cd-mercadoria
            move f16200-cd-deposito                to wf05100-cd-deposito
            move 1                                 to wf05100-quantidade-mercadoria
            move ws-valor-unitario                 to wf05100-valor-unitario
            compute wf05100-valor-total rounded = ws-valor-unitario

            move wf05100-valor-total               to wf05100-base-icms
            move f01800-aliquota-icms              to wf05100-aliq-icms
            compute wf05100-valor-icms rounded =
                    wf05100-base-icms * wf05100-aliq-icms / 100
            move ws-cst-pis-cofins                 to wf05100-cst-pis
            move ws-cst-pis-cofins                 to wf05100-cst-cofins
            move wf05100-valor-total               to wf05100-base-pis
            move wf05100-valor-total               to wf05100-base-cofins
            move ws-aliq-pis-regime                to wf05100-aliq-pis
            move ws-aliq-cofins-regime             to wf05100-aliq-cofins
            compute wf05100-valor-pis    rounded =
                    wf05100-base-pis * wf05100-aliq-pis / 100
            compute wf05100-valor-cofins rounded =
                    wf05100-base-cofins * wf05100-aliq-cofins / 100

            move f01800-cd-class-trib              to ws-cd-class-trib-produto
            perform 2410-gravar-item-nota

            perform 9000-mestre-nota-fiscal

            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar mestre da NF-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            set  f16200-convertido-venda           to true
            move ws-data-hoje                      to f16200-data-baixa
            move wf05000-numero-documento          to f16200-numero-doc-baixa
            move wf05000-serie-documento           to f16200-serie-doc-baixa
            perform 9000-regravar-pd16200

            initialize                             f12500-numero-serie
            move lnk-cd-empresa                    to f12500-cd-empresa
            move lnk-cd-filial                     to f12500-cd-filial
            move ws-cd-produto                     to f12500-cd-produto
            move ws-nr-serie                       to f12500-nr-serie
            perform 9000-ler-pd12500-ran
            if   ws-operacao-ok
                 set  f12500-serie-vendida         to true
                 move ws-data-hoje                 to f12500-data-saida
                 move wf05000-numero-documento     to f12500-numero-doc-saida
                 move wf05000-serie-documento      to f12500-serie-doc-saida
                 move ws-cd-cliente                to f12500-cd-cliente
                 perform 9000-regravar-pd12500
            end-if

            move spaces                            to ws-mensagem
            string "Unidade convertida em venda - NF-e [" wf05000-numero-documento
                   "/" wf05000-serie-documento "]!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2200-aceitar-cliente section.

            move zeros                             to ws-cd-cliente
            display "Cliente..........:"            at line 11 col 16
            accept ws-cd-cliente                   at line 11 col 35 with update auto-skip
            if   ws-cd-cliente equal zeros
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move ws-cd-cliente                     to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move "Cliente não cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to ws-cd-cliente
                 exit section
            end-if

            display f01400-razao-social            at line 11 col 47

       exit.

      *>=================================================================================
       2200-aceitar-remessa section.

            move zeros                             to ws-numero-doc-remessa
            display "NF-e de remessa..:"            at line 11 col 16
            accept ws-numero-doc-remessa           at line 11 col 35 with update auto-skip
            if   ws-numero-doc-remessa equal zeros
                 exit section
            end-if
            move zeros                             to ws-serie-doc-remessa
            display "Serie:"                       at line 11 col 47
            accept ws-serie-doc-remessa            at line 11 col 54 with update auto-skip

            initialize                             f16200-emprestimo-equipamento
            move lnk-cd-empresa                    to f16200-cd-empresa
            move lnk-cd-filial                     to f16200-cd-filial
            move ws-numero-doc-remessa             to f16200-numero-doc-remessa
            move ws-serie-doc-remessa              to f16200-serie-doc-remessa
            move zeros                             to f16200-cd-produto
            move spaces                            to f16200-nr-serie
            perform 9000-str-pd16200-grt
            perform 9000-ler-pd16200-nex
            if   not ws-operacao-ok
            or   f16200-cd-empresa         <> lnk-cd-empresa
            or   f16200-cd-filial          <> lnk-cd-filial
            or   f16200-numero-doc-remessa <> ws-numero-doc-remessa
            or   f16200-serie-doc-remessa  <> ws-serie-doc-remessa
                 move "NF-e de remessa de comodato/demonstração não encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to ws-numero-doc-remessa
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move f16200-cd-cliente                 to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            display "Cliente..........:"            at line 13 col 16
            display f16200-cd-cliente              at line 13 col 35
            if   ws-operacao-ok
                 display f01400-razao-social       at line 13 col 47
            end-if
            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Mestre da NF-e com número pelo serviço central; natureza em
      *> ws-cd-natureza-wrk, destinatário em ws-cd-cliente.
       2400-iniciar-nota section.

            move 55                                 to lnk-cd-modelo
            move zeros                              to lnk-cd-serie
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                              wf05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to wf05000-cd-empresa
            move lnk-cd-filial                      to wf05000-cd-filial
            move 01                                 to wf05000-tipo-nota
            move ws-cd-cliente                      to wf05000-cd-destinatario
            move lnk-numero-documento               to wf05000-numero-documento
            move lnk-serie-documento                to wf05000-serie-documento
            move zeros                              to wf05000-sequencia
            move 55                                 to wf05000-cd-modelo
            move ws-cd-natureza-wrk                 to wf05000-cd-natureza

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time
            move ws-data-inv                        to wf05000-data-operacao
            move ws-horas(01:06)                    to wf05000-horario-operacao
            move function numval(lnk-id-usuario)    to wf05000-id-usuario-operacao
            move ws-data-inv                        to wf05000-data-saida
            move ws-horas(01:06)                    to wf05000-horario-saida
            move ws-data-inv                        to wf05000-data-entrega
            move ws-horas(01:06)                    to wf05000-horario-entrega

            move zeros                              to ws-sequencia-item-nf

       exit.

      *>=================================================================================
      *> Completa o item montado em wf05100 (mercadoria, quantidade,
      *> valores e impostos) com a chave da nota e os dados do produto.
       2410-gravar-item-nota section.

            move wf05000-cd-empresa                 to wf05100-cd-empresa
            move wf05000-cd-filial                  to wf05100-cd-filial
            move wf05000-tipo-nota                  to wf05100-tipo-nota
            move wf05000-numero-documento           to wf05100-numero-documento
            move wf05000-serie-documento            to wf05100-serie-documento
            move wf05000-cd-destinatario            to wf05100-cd-destinatario
            add  1                                  to ws-sequencia-item-nf
            move ws-sequencia-item-nf               to wf05100-sequencia
            move f01800-cst                         to wf05100-cst
            move ws-cfop-nota-wrk                   to wf05100-cfop
            move f01800-cd-unidade-base             to wf05100-cd-unidade-medida

            add  wf05100-valor-total                to wf05000-valor-total
            add  wf05100-base-icms                  to wf05000-base-icms
            add  wf05100-valor-icms                 to wf05000-valor-icms
            add  wf05100-valor-pis                  to wf05000-valor-pis
            add  wf05100-valor-cofins               to wf05000-valor-cofins

            if   wf05100-valor-pis greater zeros
                 perform 9000-calcular-ibs-cbs-item
            else
                 move f01800-cd-class-trib          to wf05100-cd-class-trib
            end-if

            perform 9000-item-nota-fiscal

            perform 9000-gravar-pd05100
            if   not ws-operacao-ok
                 string "Erro ao gravar item da NF-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
      *> Movimento de estoque da unidade (remessa ou retorno): saldo
      *> anterior em ws-qtde-anterior, f06000 já regravado.
       2500-gravar-movimento section.

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            initialize                              f01900-mov-estoque
            move lnk-cd-empresa                     to f01900-cd-empresa
            move lnk-cd-filial                      to f01900-cd-filial
            move ws-cd-produto                      to f01900-cd-produto
            move ws-cd-deposito                     to f01900-cd-deposito
            move ws-data-inv                        to f01900-data-movimento
            move ws-horas                           to f01900-hora-movimento
            move 1                                  to f01900-nr-sequencia
            if   f06000-qtde-disponivel greater ws-qtde-anterior
                 set  f01900-movimento-entrada      to true
                 move c-motivo-entrada-nf           to f01900-cd-motivo
            else
                 set  f01900-movimento-saida        to true
                 move zeros                         to f01900-cd-motivo
            end-if
            compute f01900-qtde-movimento =
                    f06000-qtde-disponivel - ws-qtde-anterior
            move ws-qtde-anterior                   to f01900-qtde-disponivel-anterior
            move f06000-qtde-disponivel             to f01900-qtde-disponivel-atual
            move f06000-qtde-reservada              to f01900-qtde-reservada-anterior
            move f06000-qtde-reservada              to f01900-qtde-reservada-atual
            move spaces                             to f01900-ds-motivo
            string ws-ds-funcao " CLIENTE " ws-cd-cliente
                   " NF " ws-numero-doc-remessa     into f01900-ds-motivo
            move lnk-id-usuario                     to f01900-id-usuario
            move f06000-custo-medio                 to f01900-custo-unitario
            compute f01900-valor-custo rounded =
                    f01900-qtde-movimento * f06000-custo-medio

            perform 9000-gravar-pd01900
            perform until not ws-registro-existente
                 add  1                             to f01900-nr-sequencia
                 perform 9000-gravar-pd01900
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar pd01900 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Equipamentos fora por cliente: unidades ainda no cliente, com
      *> os retornos vencidos marcados e o valor a custo, subtotal por
      *> cliente e totais gerais e de atrasados.
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            accept ws-data-hoje                     from date yyyymmdd

            move spaces                             to rl-linha-relatorio
            string "EQUIPAMENTOS EM COMODATO/DEMONSTRACAO POR CLIENTE - EM " ws-data-hoje
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                              to ws-cd-cliente-quebra
                                                       ws-valor-custo-cliente
                                                       ws-valor-custo-total
                                                       ws-valor-custo-atraso
                                                       ws-nr-unidades-fora
                                                       ws-nr-unidades-atraso

            initialize                              f16200-emprestimo-equipamento
            move lnk-cd-empresa                     to f16200-cd-empresa
            move lnk-cd-filial                      to f16200-cd-filial
            perform 9000-str-pd16200-grt-1
            perform 9000-ler-pd16200-nex

            perform until not ws-operacao-ok
                          or f16200-cd-empresa <> lnk-cd-empresa
                          or f16200-cd-filial  <> lnk-cd-filial

                 if   f16200-em-cliente
                      perform 2600-imprimir-unidade
                 end-if

                 perform 9000-ler-pd16200-nex

            end-perform

            if   ws-cd-cliente-quebra not equal zeros
                 perform 2620-imprimir-total-cliente
            end-if

            move ws-valor-custo-total               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL FORA: " ws-nr-unidades-fora " UNIDADE(S) - CUSTO " ws-valor-x
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-valor-custo-atraso              to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "RETORNOS VENCIDOS: " ws-nr-unidades-atraso " UNIDADE(S) - CUSTO " ws-valor-x
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2600-imprimir-unidade section.

            if   f16200-cd-cliente not equal ws-cd-cliente-quebra
                 if   ws-cd-cliente-quebra not equal zeros
                      perform 2620-imprimir-total-cliente
                 end-if
                 perform 2610-imprimir-cabecalho-cliente
            end-if

            move f16200-custo-unitario              to ws-valor-custo
            add  ws-valor-custo                     to ws-valor-custo-cliente
                                                       ws-valor-custo-total
            add  1                                  to ws-nr-unidades-fora

            if   f16200-data-prevista-retorno less ws-data-hoje
                 move "VENCIDO"                     to ws-ds-atraso
                 add  ws-valor-custo                to ws-valor-custo-atraso
                 add  1                             to ws-nr-unidades-atraso
            else
                 move spaces                        to ws-ds-atraso
            end-if

            if   f16200-comodato
                 move "COMODATO"                    to ws-ds-tipo
            else
                 move "DEMONSTRACAO"                to ws-ds-tipo
            end-if

            move ws-valor-custo                     to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  NF " f16200-numero-doc-remessa "/" f16200-serie-doc-remessa
                   " " ws-ds-tipo
                   " PRODUTO " f16200-cd-produto
                   " SERIE " f16200-nr-serie
                   " SAIDA " f16200-data-remessa
                   " RETORNO " f16200-data-prevista-retorno
                   " " ws-ds-atraso
                   " CUSTO " ws-valor-x             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2610-imprimir-cabecalho-cliente section.

            move f16200-cd-cliente                  to ws-cd-cliente-quebra
            move zeros                              to ws-valor-custo-cliente

            initialize                              f01400-cliente
            move f16200-cd-empresa                  to f01400-cd-empresa
            move f16200-cd-filial                   to f01400-cd-filial
            move f16200-cd-cliente                  to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move spaces                        to f01400-razao-social
            end-if
            move "00"                               to ws-resultado-acesso

            move spaces                             to rl-linha-relatorio
            string "CLIENTE " f16200-cd-cliente " - " f01400-razao-social into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2620-imprimir-total-cliente section.

            move ws-valor-custo-cliente             to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  TOTAL A CUSTO DO CLIENTE: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Remessa"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "02 - Retorno"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "03 - Venda"                 to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "04 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP13400.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16200.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR01900.cpy.
       copy CSR01800.cpy.
       copy CSR01400.cpy.
       copy CSR12500.cpy.
       copy CSR04700.cpy.
       copy CSR13400.cpy.
