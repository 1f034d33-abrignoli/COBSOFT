      $set sourceformat"free"
       program-id. CS10058C.
      *>=================================================================================
      *>
      *>                   Formação de Preço de Venda por Markup
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS01800.cpy.
       copy CSS02100.cpy.
       copy CSS03200.cpy.
       copy CSS04700.cpy.
       copy CSS05300.cpy.
       copy CSS06000.cpy.
       copy CSS16600.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF02100.cpy.
       copy CSF03200.cpy.
       copy CSF04700.cpy.
       copy CSF05300.cpy.
       copy CSF06000.cpy.
       copy CSF16600.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10058C".
       78   c-descricao-programa                   value "FORMACAO DE PRECOS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       78   c-servico-auditoria                    value "CS00111S".
       78   c-carga-balancas                       value "CS10055S".

      *> Mesmo leiaute de lk-parametros-auditoria em CS00111S
       01   lk-parametros-auditoria.
            03 lk-aud-cd-programa                  pic x(08).
            03 lk-aud-nome-arquivo                 pic x(08).
            03 lk-aud-chave-registro               pic x(40).
            03 lk-aud-tipo-operacao                pic x(01).
            03 lk-aud-nome-campo                   pic x(30).
            03 lk-aud-valor-anterior               pic x(60).
            03 lk-aud-valor-novo                   pic x(60).

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-cd-produto                       pic 9(09).
            03 ws-cd-categoria                     pic 9(09).
            03 ws-cd-fornecedor                    pic 9(09).
            03 ws-valor-aud-edicao                 pic zzzzzzzz9,99.
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-tipo-reajuste                    pic x(01).
               88 ws-reajuste-percentual               value "P".
               88 ws-reajuste-markup                   value "M".
            03 ws-id-modo                          pic x(01).
               88 ws-modo-simulacao                    value "S".
               88 ws-modo-gravacao                     value "G".
            03 ws-id-balancas                      pic x(01).
               88 ws-atualizar-balancas                value "S" false "N".
            03 ws-id-calculo                       pic x(01).
               88 ws-calculo-ok                        value "O".
               88 ws-calculo-sem-custo                 value "C".
               88 ws-calculo-sem-preco                 value "P".
               88 ws-calculo-invalido                  value "X".
            03 ws-nr-simulados                     pic 9(06).
            03 ws-nr-ignorados                     pic 9(06).
            03 ws-nr-gravados                      pic 9(06).

      *> Componentes do preço: custo médio ponderado dos depósitos
      *> próprios, frete sobre o custo e os percentuais que incidem
      *> sobre o preço de venda (ICMS do produto, PIS/COFINS do regime
      *> da empresa, comissão e margem alvo).
       01   ws-formacao-preco.
            03 ws-perc-frete                       pic 9(03)v9(02).
            03 ws-perc-icms                        pic 9(03)v9(02).
            03 ws-perc-pis                         pic 9(02)v9(02).
            03 ws-perc-cofins                      pic 9(02)v9(02).
            03 ws-perc-comissao                    pic 9(03)v9(02).
            03 ws-perc-margem                      pic 9(03)v9(02).
            03 ws-perc-reajuste                    pic s9(03)v9(02).
            03 ws-perc-despesas-venda              pic 9(04)v9(02).
            03 ws-soma-percentuais                 pic 9(04)v9(02).
            03 ws-custo-medio                      pic 9(09)v9(04).
            03 ws-custo-com-frete                  pic 9(09)v9(04).
            03 ws-qtde-custo                       pic s9(11)v9(04).
            03 ws-valor-custo                      pic s9(13)v9(04).
            03 ws-preco-atual                      pic 9(09)v9(02).
            03 ws-preco-novo                       pic 9(09)v9(02).
            03 ws-preco-calculo                    pic 9(09)v9(02).
            03 ws-margem-calculo                   pic s9(05)v9(02).
            03 ws-margem-atual                     pic s9(05)v9(02).
            03 ws-margem-nova                      pic s9(05)v9(02).

       01   ws-campos-validar.
            03 ws-perc-validar                     pic 9(03)v9(02).
            03 ws-reajuste-validar                 pic s9(03)v9(02).

       01   ws-campos-relatorio.
            03 ws-custo-x                          pic zzz.zzz.zz9,99.
            03 ws-preco-atual-x                    pic zzz.zzz.zz9,99.
            03 ws-preco-novo-x                     pic zzz.zzz.zz9,99.
            03 ws-margem-x                         pic -zzz9,99.
            03 ws-perc-x                           pic -zz9,99.
            03 ws-contador-x                       pic zzzzz9.

       01   f-formacao.
            03 f-cd-produto                        pic zzzzzzzzz.
            03 f-descricao-produto                 pic x(55).
            03 f-custo-medio                       pic zzz.zzz.zz9,99.
            03 f-perc-frete                        pic zz9,99.
            03 f-perc-icms                         pic zz9,99.
            03 f-perc-pis                          pic z9,99.
            03 f-perc-cofins                       pic z9,99.
            03 f-perc-comissao                     pic zz9,99.
            03 f-perc-margem                       pic zz9,99.
            03 f-preco-sugerido                    pic zzz.zzz.zz9,99.
            03 f-preco-atual                       pic zzz.zzz.zz9,99.
            03 f-margem-atual                      pic -zzz9,99.
            03 f-cd-categoria                      pic 9(09).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-tipo-reajuste                     pic x(01).
            03 f-perc-reajuste                     pic -zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-formacao.
            03 line 11 col 09   pic x(24) value "Produto................:".
            03 line 11 col 34   pic zzzzzzzzz from f-cd-produto.
            03 line 11 col 45   pic x(55) from f-descricao-produto.
            03 line 13 col 09   pic x(24) value "Custo Medio............:".
            03 line 13 col 34   pic zzz.zzz.zz9,99 from f-custo-medio.
            03 line 13 col 55   pic x(11) value "Frete (%):".
            03 line 13 col 67   pic zz9,99 from f-perc-frete.
            03 line 15 col 09   pic x(24) value "ICMS (%)...............:".
            03 line 15 col 34   pic zz9,99 from f-perc-icms.
            03 line 15 col 47   pic x(08) value "PIS (%):".
            03 line 15 col 56   pic z9,99 from f-perc-pis.
            03 line 15 col 64   pic x(11) value "COFINS (%):".
            03 line 15 col 76   pic z9,99 from f-perc-cofins.
            03 line 17 col 09   pic x(24) value "Comissao (%)...........:".
            03 line 17 col 34   pic zz9,99 from f-perc-comissao.
            03 line 17 col 47   pic x(16) value "Margem Alvo (%):".
            03 line 17 col 64   pic zz9,99 from f-perc-margem.
            03 line 19 col 09   pic x(24) value "Preco Sugerido.........:".
            03 line 19 col 34   pic zzz.zzz.zz9,99 from f-preco-sugerido.
            03 line 21 col 09   pic x(24) value "Preco Atual............:".
            03 line 21 col 34   pic zzz.zzz.zz9,99 from f-preco-atual.
            03 line 21 col 55   pic x(17) value "Margem Atual (%):".
            03 line 21 col 73   pic -zzz9,99 from f-margem-atual.

       01   frm-reajuste.
            03 line 11 col 09   pic x(24) value "Categoria (0=todas)....:".
            03 line 11 col 34   pic 9(09) from f-cd-categoria.
            03 line 13 col 09   pic x(24) value "Fornecedor (0=todos)...:".
            03 line 13 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 15 col 09   pic x(24) value "Tipo (P/M).............:".
            03 line 15 col 34   pic x(01) from f-tipo-reajuste.
            03 line 15 col 40   pic x(61) value "P=percentual sobre o preco atual  M=preco sugerido por markup".
            03 line 17 col 09   pic x(24) value "Reajuste (%)...........:".
            03 line 17 col 34   pic -zz9,99 from f-perc-reajuste.
            03 line 19 col 09   pic x(24) value "Frete (%)..............:".
            03 line 19 col 34   pic zz9,99 from f-perc-frete.
            03 line 19 col 47   pic x(13) value "Comissao (%):".
            03 line 19 col 64   pic zz9,99 from f-perc-comissao.
            03 line 21 col 09   pic x(24) value "Margem Alvo (%)........:".
            03 line 21 col 34   pic zz9,99 from f-perc-margem.

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

            perform 9000-abrir-i-pd01800
            perform 9000-abrir-io-pd02100
            perform 9000-abrir-i-pd03200
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-i-pd05300
            perform 9000-abrir-i-pd06000

            string lnk-dat-path delimited   by "  " "\EFD166.DAT" into wid-pd16600
            open input pd16600
            if   ws-arquivo-inexistente
                 open output pd16600
                 close pd16600
                 open input pd16600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD166.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 1100-carregar-regime-pis-cofins
            perform 1200-carregar-padroes

       exit.

      *>=================================================================================
      *> Regime de apuração de PIS/COFINS: parâmetro PIS-COFINS-REGIME
      *> em pd04700 ("N" não cumulativo = 1,65%/7,60%; qualquer outro
      *> valor ou ausência = cumulativo 0,65%/3,00%) - o mesmo que a
      *> emissão (CS30003C) destaca na nota.
       1100-carregar-regime-pis-cofins section.

            move 0,65                              to ws-perc-pis
            move 3,00                              to ws-perc-cofins

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "PIS-COFINS-REGIME"               to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto(1:1) equal "N"
                 move 1,65                         to ws-perc-pis
                 move 7,60                         to ws-perc-cofins
            end-if

       exit.

      *>=================================================================================
      *> Sugestões iniciais da tela: frete (PRECO-FRETE-PERC) e margem
      *> alvo (PRECO-MARGEM-ALVO) em pd04700; comissão = a maior entre
      *> os vendedores ativos da filial (pd05300), para o preço cobrir
      *> qualquer vendedor.
       1200-carregar-padroes section.

            move zeros                             to ws-perc-frete
                                                      ws-perc-margem
                                                      ws-perc-comissao

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "PRECO-FRETE-PERC"                to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
            and  f04700-valor-numero less 100
                 move f04700-valor-numero          to ws-perc-frete
            end-if

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "PRECO-MARGEM-ALVO"               to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
            and  f04700-valor-numero less 100
                 move f04700-valor-numero          to ws-perc-margem
            end-if

            initialize                             f05300-vendedor
            move lnk-cd-empresa                    to f05300-cd-empresa
            move lnk-cd-filial                     to f05300-cd-filial
            move zeros                             to f05300-cd-vendedor
            perform 9000-str-pd05300-grt
            perform 9000-ler-pd05300-nex

            perform until not ws-operacao-ok
                          or f05300-cd-empresa <> lnk-cd-empresa
                          or f05300-cd-filial  <> lnk-cd-filial

                 if   f05300-vendedor-ativo
                 and  f05300-perc-comissao greater ws-perc-comissao
                      move f05300-perc-comissao    to ws-perc-comissao
                 end-if

                 perform 9000-ler-pd05300-nex

            end-perform

            move "00"                              to ws-resultado-acesso

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

            close pd01800
            close pd02100
            close pd03200
            close pd04700
            close pd05300
            close pd06000
            close pd16600

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-formacao-produto
                when 02
                     perform 2100-reajuste-massa
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Preço sugerido de um produto: os percentuais da tela podem ser
      *> ajustados antes do cálculo, e o sugerido pode ser gravado como
      *> novo preço vigente (pd02100).
       2100-formacao-produto section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-informar-produto

            if   not ws-registro-encontrado
                 exit section
            end-if

            set  ws-reajuste-markup                to true
            perform 2800-calcular-produto
            perform 2810-mostrar-calculo

            perform 2300-aceitar-percentuais

            perform 2800-calcular-produto
            perform 2810-mostrar-calculo

            evaluate true
                 when ws-calculo-sem-custo
                      move "Produto sem custo médio no estoque - preço não sugerido!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 when ws-calculo-invalido
                      move "Impostos, comissão e margem somam 100% ou mais do preço!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
            end-evaluate

            if   not lnk-permite-inclusao
            or   ws-preco-novo equal ws-preco-atual
                 exit section
            end-if

            move "Grava o preço sugerido como novo preço vigente? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 move zeros                        to ws-nr-gravados
                 set  ws-atualizar-balancas        to false
                 perform 2600-gravar-preco
                 perform 2650-atualizar-balancas
            end-if

       exit.

      *>=================================================================================
      *> Reajuste em massa por categoria e/ou fornecedor, por percentual
      *> sobre o preço atual ou pelo preço sugerido de markup. Sempre
      *> emite antes a simulação (preço atual, novo e margem resultante)
      *> e só grava o histórico de preços depois da confirmação.
       2100-reajuste-massa section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            initialize                             f-formacao
            perform 9000-frame-padrao
            move ws-perc-frete                     to f-perc-frete
            move ws-perc-comissao                  to f-perc-comissao
            move ws-perc-margem                    to f-perc-margem
            move "P"                               to f-tipo-reajuste
            display frm-reajuste

            accept f-cd-categoria at line 11 col 34 with update auto-skip
            move f-cd-categoria                    to ws-cd-categoria
            accept f-cd-fornecedor at line 13 col 34 with update auto-skip
            move f-cd-fornecedor                   to ws-cd-fornecedor

            perform until exit
                 accept f-tipo-reajuste at line 15 col 34 with update auto-skip
                 move function upper-case(f-tipo-reajuste) to f-tipo-reajuste
                 move f-tipo-reajuste              to ws-tipo-reajuste
                 if   ws-reajuste-percentual
                 or   ws-reajuste-markup
                      exit perform
                 end-if
            end-perform

            if   ws-reajuste-percentual
                 perform until exit
                      accept f-perc-reajuste at line 17 col 34 with update auto-skip
                      move f-perc-reajuste         to ws-reajuste-validar
                      if   ws-reajuste-validar not equal zeros
                      and  ws-reajuste-validar greater -100
                           exit perform
                      end-if
                 end-perform
                 move ws-reajuste-validar          to ws-perc-reajuste
            else
                 move zeros                        to ws-perc-reajuste f-perc-reajuste
                 display f-perc-reajuste at line 17 col 34
            end-if

            perform until exit
                 accept f-perc-frete at line 19 col 34 with update auto-skip
                 move f-perc-frete                 to ws-perc-validar
                 if   ws-perc-validar less 100
                      exit perform
                 end-if
            end-perform
            move ws-perc-validar                   to ws-perc-frete

            perform until exit
                 accept f-perc-comissao at line 19 col 64 with update auto-skip
                 move f-perc-comissao              to ws-perc-validar
                 if   ws-perc-validar less 100
                      exit perform
                 end-if
            end-perform
            move ws-perc-validar                   to ws-perc-comissao

            perform until exit
                 accept f-perc-margem at line 21 col 34 with update auto-skip
                 move f-perc-margem                to ws-perc-validar
                 if   ws-perc-validar less 100
                      exit perform
                 end-if
            end-perform
            move ws-perc-validar                   to ws-perc-margem

            set  ws-modo-simulacao                 to true
            perform 2700-percorrer-produtos

            if   ws-nr-simulados equal zeros
                 move "Nenhum produto com preço a reajustar nos filtros informados!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not lnk-permite-inclusao
                 exit section
            end-if

            move ws-nr-simulados                   to ws-contador-x
            string "Confirma a gravação dos " ws-contador-x " novos preços simulados? [S/N]"
                                                   into ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 set  ws-modo-gravacao             to true
                 perform 2700-percorrer-produtos
                 perform 2650-atualizar-balancas
                 move ws-nr-gravados               to ws-contador-x
                 string "Novos preços gravados: " ws-contador-x into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2200-informar-produto section.

            move "N"                                to ws-id-registro

            perform until exit

                accept f-cd-produto at line 11 col 34 with update auto-skip

                move f-cd-produto              to ws-cd-produto

                if   ws-cd-produto equal zeros
                     exit perform
                end-if

                initialize                     f01800-produto
                move lnk-cd-empresa            to f01800-cd-empresa
                move lnk-cd-filial             to f01800-cd-filial
                move ws-cd-produto             to f01800-cd-produto
                perform 9000-ler-pd01800-ran
                if   not ws-operacao-ok
                     string "Produto não cadastrado! [" ws-cd-produto "]" into ws-mensagem
                     perform 9000-mensagem
                else
                     move f01800-descricao-produto  to f-descricao-produto
                     move "S"                       to ws-id-registro
                     display f-descricao-produto at line 11 col 45
                     exit perform
                end-if

            end-perform

       exit.

      *>=================================================================================
       2300-aceitar-percentuais section.

            perform until exit
                 accept f-perc-frete at line 13 col 67 with update auto-skip
                 move f-perc-frete                 to ws-perc-validar
                 if   ws-perc-validar less 100
                      exit perform
                 end-if
            end-perform
            move ws-perc-validar                   to ws-perc-frete

            perform until exit
                 accept f-perc-comissao at line 17 col 34 with update auto-skip
                 move f-perc-comissao              to ws-perc-validar
                 if   ws-perc-validar less 100
                      exit perform
                 end-if
            end-perform
            move ws-perc-validar                   to ws-perc-comissao

            perform until exit
                 accept f-perc-margem at line 17 col 64 with update auto-skip
                 move f-perc-margem                to ws-perc-validar
                 if   ws-perc-validar less 100
                      exit perform
                 end-if
            end-perform
            move ws-perc-validar                   to ws-perc-margem

       exit.

      *>=================================================================================
      *> Grava o novo preço com vigência hoje - regrava o registro se já
      *> houver vigência na data - e registra a alteração na auditoria.
       2600-gravar-preco section.

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            initialize                              f02100-preco-produto
            move lnk-cd-empresa                     to f02100-cd-empresa
            move lnk-cd-filial                      to f02100-cd-filial
            move ws-cd-produto                      to f02100-cd-produto
            move ws-data-inv                        to f02100-data-vigencia
            perform 9000-ler-pd02100-ran

            move ws-preco-novo                      to f02100-vl-unitario
            move function numval(lnk-id-usuario)    to f02100-id-usuario
            move ws-data-inv                        to f02100-data-alteracao
            move ws-horas                           to f02100-hora-alteracao
            set  f02100-preco-ativo                 to true

            if   ws-operacao-ok
                 perform 9000-regravar-pd02100
            else
                 perform 9000-gravar-pd02100
            end-if

            if   not ws-operacao-ok
                 string "Erro ao gravar preço do produto " ws-cd-produto " - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            add  1                                  to ws-nr-gravados

            initialize                              lk-parametros-auditoria
            move c-este-programa                    to lk-aud-cd-programa
            move "PD02100"                          to lk-aud-nome-arquivo
            string "PRODUTO " f02100-cd-produto
                   " VIGENCIA " f02100-data-vigencia into lk-aud-chave-registro
            move "M"                                to lk-aud-tipo-operacao
            move "VL-UNITARIO"                      to lk-aud-nome-campo
            move ws-preco-atual                     to ws-valor-aud-edicao
            move ws-valor-aud-edicao                to lk-aud-valor-anterior
            move ws-preco-novo                      to ws-valor-aud-edicao
            move ws-valor-aud-edicao                to lk-aud-valor-novo
            move lk-parametros-auditoria            to lnk-linha-comando
            call c-servico-auditoria using lnk-par
            cancel c-servico-auditoria
            move spaces                             to lnk-linha-comando

            initialize                              f16600-produto-balanca
            move lnk-cd-empresa                     to f16600-cd-empresa
            move lnk-cd-filial                      to f16600-cd-filial
            move ws-cd-produto                      to f16600-cd-produto
            perform 9000-ler-pd16600-ran
            if   ws-operacao-ok
            and  f16600-pesavel-ativo
                 set  ws-atualizar-balancas         to true
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Produto vendido por peso com preço alterado: regera a carga das
      *> balanças (CS10055S) uma única vez ao final.
       2650-atualizar-balancas section.

            if   not ws-atualizar-balancas
                 exit section
            end-if

            move spaces                             to lnk-linha-comando
            move "PRECOS"                           to lnk-linha-comando
            call c-carga-balancas using lnk-par
            cancel c-carga-balancas
            move spaces                             to lnk-linha-comando

            set  ws-atualizar-balancas              to false

            move "Carga das balanças atualizada com os novos preços!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Percorre os produtos ativos da filial nos filtros informados.
      *> Na simulação emite o relatório; na gravação refaz o mesmo
      *> cálculo e grava os preços.
       2700-percorrer-produtos section.

            move zeros                              to ws-nr-simulados
                                                       ws-nr-ignorados
                                                       ws-nr-gravados
            set  ws-atualizar-balancas              to false

            if   ws-modo-simulacao
                 perform 9000-abrir-relatorio
                 move ws-perc-reajuste              to ws-perc-x
                 move spaces                        to rl-linha-relatorio
                 string "SIMULACAO DE REAJUSTE DE PRECOS - EMPRESA " lnk-cd-empresa
                        " FILIAL " lnk-cd-filial " - CATEGORIA " ws-cd-categoria
                        " FORNECEDOR " ws-cd-fornecedor
                        " TIPO " ws-tipo-reajuste " " ws-perc-x "%"
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move "PRODUTO   DESCRICAO                               CUSTO+FRETE    PRECO ATUAL     PRECO NOVO   MARGEM %"
                                                    to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move zeros                              to f01800-cd-produto
            perform 9000-str-pd01800-grt
            perform 9000-ler-pd01800-nex

            perform until not ws-operacao-ok
                          or f01800-cd-empresa <> lnk-cd-empresa
                          or f01800-cd-filial  <> lnk-cd-filial

                 if   f01800-produto-ativo
                 and  (ws-cd-categoria equal zeros
                      or f01800-cd-categoria equal ws-cd-categoria)
                      perform 2750-reajustar-produto
                 end-if

                 perform 9000-ler-pd01800-nex

            end-perform

            if   ws-modo-simulacao
                 move ws-nr-simulados               to ws-contador-x
                 string "PRODUTOS A REAJUSTAR: " ws-contador-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move ws-nr-ignorados               to ws-contador-x
                 string "PRODUTOS IGNORADOS (SEM CUSTO/PRECO): " ws-contador-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 perform 9000-fechar-relatorio
            end-if

       exit.

      *>=================================================================================
       2750-reajustar-produto section.

            move f01800-cd-produto                  to ws-cd-produto

            if   ws-cd-fornecedor greater zeros
                 initialize                         f03200-produto-fornecedor
                 move lnk-cd-empresa                to f03200-cd-empresa
                 move lnk-cd-filial                 to f03200-cd-filial
                 move ws-cd-produto                 to f03200-cd-produto
                 move ws-cd-fornecedor              to f03200-cd-fornecedor
                 perform 9000-ler-pd03200-ran
                 if   not ws-operacao-ok
                 or   not f03200-vinculo-ativo
                      move "00"                     to ws-resultado-acesso
                      exit section
                 end-if
            end-if

            perform 2800-calcular-produto

            if   not ws-calculo-ok
            or   ws-preco-novo equal ws-preco-atual
                 if   not ws-calculo-ok
                      add  1                        to ws-nr-ignorados
                 end-if
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            add  1                                  to ws-nr-simulados

            if   ws-modo-simulacao
                 move ws-custo-com-frete            to ws-custo-x
                 move ws-preco-atual                to ws-preco-atual-x
                 move ws-preco-novo                 to ws-preco-novo-x
                 move ws-margem-nova                to ws-margem-x
                 string ws-cd-produto " " f01800-descricao-produto(1:30)
                        " " ws-custo-x " " ws-preco-atual-x
                        " " ws-preco-novo-x " " ws-margem-x
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            else
                 perform 2600-gravar-preco
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Preço do produto em ws-cd-produto (f01800 lido): custo médio,
      *> preço vigente e o novo preço - markup ou percentual conforme
      *> ws-tipo-reajuste - com a margem resultante.
      *>
      *>   preço sugerido = custo x (1 + frete%) /
      *>                    (1 - (ICMS% + PIS% + COFINS% + comissão% + margem%) / 100)
       2800-calcular-produto section.

            set  ws-calculo-ok                      to true

            move f01800-aliquota-icms               to ws-perc-icms
            compute ws-perc-despesas-venda =
                    ws-perc-icms + ws-perc-pis + ws-perc-cofins + ws-perc-comissao
            compute ws-soma-percentuais = ws-perc-despesas-venda + ws-perc-margem

            perform 2850-custo-medio
            compute ws-custo-com-frete rounded =
                    ws-custo-medio * (1 + ws-perc-frete / 100)

            perform 2860-buscar-preco-vigente

            move ws-preco-atual                     to ws-preco-calculo
            perform 2870-margem-do-preco
            move ws-margem-calculo                  to ws-margem-atual

            move ws-preco-atual                     to ws-preco-novo
            move ws-margem-atual                    to ws-margem-nova

            evaluate true
                 when ws-reajuste-percentual
                      if   ws-preco-atual equal zeros
                           set  ws-calculo-sem-preco to true
                           exit section
                      end-if
                      compute ws-preco-novo rounded =
                              ws-preco-atual * (1 + ws-perc-reajuste / 100)
                 when other
                      if   ws-custo-medio equal zeros
                           set  ws-calculo-sem-custo to true
                           exit section
                      end-if
                      if   ws-soma-percentuais not less 100
                           set  ws-calculo-invalido to true
                           exit section
                      end-if
                      compute ws-preco-novo rounded =
                              ws-custo-com-frete / (1 - ws-soma-percentuais / 100)
            end-evaluate

            move ws-preco-novo                      to ws-preco-calculo
            perform 2870-margem-do-preco
            move ws-margem-calculo                  to ws-margem-nova

       exit.

      *>=================================================================================
      *> Tela com o resultado do cálculo do produto
       2810-mostrar-calculo section.

            move ws-custo-medio                     to f-custo-medio
            move ws-perc-frete                      to f-perc-frete
            move ws-perc-icms                       to f-perc-icms
            move ws-perc-pis                        to f-perc-pis
            move ws-perc-cofins                     to f-perc-cofins
            move ws-perc-comissao                   to f-perc-comissao
            move ws-perc-margem                     to f-perc-margem
            move ws-preco-atual                     to f-preco-atual
            move ws-margem-atual                    to f-margem-atual
            if   ws-calculo-ok
                 move ws-preco-novo                 to f-preco-sugerido
            else
                 move zeros                         to f-preco-sugerido
            end-if

            display frm-formacao

       exit.

      *>=================================================================================
      *> Custo médio ponderado pelo saldo dos depósitos próprios; sem
      *> saldo positivo, o primeiro custo médio informado.
       2850-custo-medio section.

            move zeros                              to ws-custo-medio
                                                       ws-qtde-custo
                                                       ws-valor-custo

            initialize                              f06000-estoque
            move lnk-cd-empresa                     to f06000-cd-empresa
            move lnk-cd-filial                      to f06000-cd-filial
            move ws-cd-produto                      to f06000-cd-produto
            move zeros                              to f06000-cd-deposito
            perform 9000-str-pd06000-grt
            perform 9000-ler-pd06000-nex

            perform until not ws-operacao-ok
                          or f06000-cd-empresa <> lnk-cd-empresa
                          or f06000-cd-filial  <> lnk-cd-filial
                          or f06000-cd-produto <> ws-cd-produto

                 if   f06000-estoque-proprio
                 and  f06000-custo-medio greater zeros
                      if   ws-custo-medio equal zeros
                           move f06000-custo-medio  to ws-custo-medio
                      end-if
                      if   f06000-qtde-disponivel greater zeros
                           add  f06000-qtde-disponivel to ws-qtde-custo
                           compute ws-valor-custo = ws-valor-custo
                                   + f06000-qtde-disponivel * f06000-custo-medio
                      end-if
                 end-if

                 perform 9000-ler-pd06000-nex

            end-perform

            if   ws-qtde-custo greater zeros
                 compute ws-custo-medio rounded = ws-valor-custo / ws-qtde-custo
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Preço vigente hoje: o registro ativo de maior data-vigencia
      *> menor ou igual à data atual.
       2860-buscar-preco-vigente section.

            move zeros                              to ws-preco-atual

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f02100-preco-produto
            move lnk-cd-empresa                     to f02100-cd-empresa
            move lnk-cd-filial                      to f02100-cd-filial
            move ws-cd-produto                      to f02100-cd-produto
            move ws-data-inv                        to f02100-data-vigencia
            perform 9000-str-pd02100-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd02100-pre
            end-if

            perform until not ws-operacao-ok
                          or f02100-cd-empresa <> lnk-cd-empresa
                          or f02100-cd-filial  <> lnk-cd-filial
                          or f02100-cd-produto <> ws-cd-produto

                 if   f02100-preco-ativo
                      move f02100-vl-unitario       to ws-preco-atual
                      exit perform
                 end-if

                 perform 9000-ler-pd02100-pre

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Margem sobre o preço em ws-preco-calculo depois dos impostos,
      *> comissão e custo com frete.
       2870-margem-do-preco section.

            if   ws-preco-calculo equal zeros
                 move zeros                         to ws-margem-calculo
                 exit section
            end-if

            compute ws-margem-calculo rounded =
                    (ws-preco-calculo * (1 - ws-perc-despesas-venda / 100)
                    - ws-custo-com-frete) * 100 / ws-preco-calculo
                    on size error
                       move zeros                   to ws-margem-calculo
            end-compute

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-consulta
                 move "01 - Formacao Preco"        to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "02 - Reajuste Massa"        to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-formacao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-formacao

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR01800.cpy.
       copy CSR02100.cpy.
       copy CSR03200.cpy.
       copy CSR04700.cpy.
       copy CSR05300.cpy.
       copy CSR06000.cpy.
       copy CSR16600.cpy.
