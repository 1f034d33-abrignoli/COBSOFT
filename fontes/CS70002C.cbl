      $set sourceformat"free"
       program-id. CS70002C.
      *>=================================================================================
      *>
      *>       Assistência Técnica - Ressarcimento de Garantia pelo Fabricante
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18400.cpy.
       copy CSS09900.cpy.
       copy CSS10000.cpy.
       copy CSS03200.cpy.
       copy CSS01500.cpy.
       copy CSS01800.cpy.
       copy CSS12500.cpy.
       copy CSS14500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF18400.cpy.
       copy CSF09900.cpy.
       copy CSF10000.cpy.
       copy CSF03200.cpy.
       copy CSF01500.cpy.
       copy CSF01800.cpy.
       copy CSF12500.cpy.
       copy CSF14500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS70002C".
       78   c-descricao-programa                   value "RESSARCIMENTO GARANTIA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-data-hoje                        pic 9(08).
            03 ws-nr-adiantamento                  pic 9(06).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-id-aprovado                      pic x(01).
               88 ws-retorno-aprovado                   value "S".
               88 ws-retorno-negado                     value "N".
            03 ws-horas-x                          pic zz9,99.
            03 ws-valor-aprovado-x                 pic zzzzzzzz9,99.
            03 ws-valor-x                          pic zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.

       01   f-ressarcimento.
            03 f-nr-os                             pic 9(09).
            03 f-ds-situacao                       pic x(10).
            03 f-cd-produto                        pic 9(09).
            03 f-ds-produto                        pic x(40).
            03 f-nr-serie                          pic x(20).
            03 f-ds-defeito                        pic x(55).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-ds-fornecedor                     pic x(40).
            03 f-horas-mao-obra                    pic zz9,99.
            03 f-valor-mao-obra                    pic zzz.zzz.zz9,99.
            03 f-valor-pecas                       pic zzz.zzz.zz9,99.
            03 f-valor-solicitado                  pic zzz.zzz.zz9,99.
            03 f-valor-aprovado                    pic zzz.zzz.zz9,99.
            03 f-data-envio                        pic 9(08).
            03 f-data-retorno                      pic 9(08).
            03 f-nr-adiantamento                   pic 9(06).
            03 f-ds-retorno                        pic x(55).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-ressarcimento.
            03 line 11 col 03   pic x(18) value "Numero OS........:".
            03 line 11 col 22   pic 9(09) from f-nr-os.
            03 line 11 col 47   pic x(18) value "Situacao.........:".
            03 line 11 col 66   pic x(10) from f-ds-situacao.
            03 line 13 col 03   pic x(18) value "Produto..........:".
            03 line 13 col 22   pic 9(09) from f-cd-produto.
            03 line 13 col 33   pic x(40) from f-ds-produto.
            03 line 14 col 03   pic x(18) value "Numero de Serie..:".
            03 line 14 col 22   pic x(20) from f-nr-serie.
            03 line 15 col 03   pic x(18) value "Defeito..........:".
            03 line 15 col 22   pic x(55) from f-ds-defeito.
            03 line 17 col 03   pic x(18) value "Fornecedor.......:".
            03 line 17 col 22   pic 9(09) from f-cd-fornecedor.
            03 line 17 col 33   pic x(40) from f-ds-fornecedor.
            03 line 19 col 03   pic x(18) value "Horas Mao de Obra:".
            03 line 19 col 22   pic zz9,99 from f-horas-mao-obra.
            03 line 19 col 30   pic x(12) value "Mao de Obra:".
            03 line 19 col 43   pic zzz.zzz.zz9,99 from f-valor-mao-obra.
            03 line 19 col 59   pic x(06) value "Pecas:".
            03 line 19 col 66   pic zzz.zzz.zz9,99 from f-valor-pecas.
            03 line 21 col 03   pic x(18) value "Valor Solicitado.:".
            03 line 21 col 22   pic zzz.zzz.zz9,99 from f-valor-solicitado.
            03 line 21 col 47   pic x(18) value "Valor Aprovado...:".
            03 line 21 col 66   pic zzz.zzz.zz9,99 from f-valor-aprovado.
            03 line 23 col 03   pic x(18) value "Envio / Retorno..:".
            03 line 23 col 22   pic 9(08) from f-data-envio.
            03 line 23 col 31   pic 9(08) from f-data-retorno.
            03 line 23 col 47   pic x(18) value "Credito (Adiant.):".
            03 line 23 col 66   pic 9(06) from f-nr-adiantamento.
            03 line 25 col 03   pic x(18) value "Retorno Fabricante".
            03 line 25 col 22   pic x(55) from f-ds-retorno.

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

            string lnk-dat-path delimited   by "  " "\EFD184.DAT" into wid-pd18400
            open i-o pd18400
            if   ws-arquivo-inexistente
                 open output pd18400
                 close pd18400
                 open i-o pd18400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD184.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD145.DAT" into wid-pd14500
            open i-o pd14500
            if   ws-arquivo-inexistente
                 open output pd14500
                 close pd14500
                 open i-o pd14500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD145.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD125.DAT" into wid-pd12500
            open input pd12500
            if   ws-arquivo-inexistente
                 open output pd12500
                 close pd12500
                 open input pd12500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD125.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd09900
            perform 9000-abrir-i-pd10000
            perform 9000-abrir-i-pd03200
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd01800

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

            close pd18400
            close pd14500
            close pd12500
            close pd09900
            close pd10000
            close pd03200
            close pd01500
            close pd01800

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-gerar
                when 02
                     perform 2200-consulta
                when 03
                     perform 2300-retorno
                when 04
                     perform 2400-creditar
                when 05
                     perform 2500-cancelar
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Geração a partir da OS em garantia concluída: peças e mão de
      *> obra que a assistência absorveu, cobradas do fornecedor
      *> preferido do produto. A unidade vem do número de série vendido
      *> na NF-e de venda da OS (produto com controle de série).
       2100-gerar section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-nr-os <> zeros
                 accept f-nr-os at line 11 col 22 with update auto-skip
            end-perform

            initialize                              f09900-ordem-servico
            move lnk-cd-empresa                     to f09900-cd-empresa
            move lnk-cd-filial                      to f09900-cd-filial
            move f-nr-os                            to f09900-nr-os
            perform 9000-ler-pd09900-ran
            if   not ws-operacao-ok
                 move "OS não encontrada!"          to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f09900-em-garantia
                 move "OS fora de garantia - sem ressarcimento do fabricante!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f09900-os-concluida
                 move "OS em garantia ainda não concluída (CS70001C)!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f09900-valor-mao-obra + f09900-valor-pecas equal zeros
                 move "OS sem peças nem mão de obra a ressarcir!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              f18400-ressarcimento-garantia
            move lnk-cd-empresa                     to f18400-cd-empresa
            move lnk-cd-filial                      to f18400-cd-filial
            move f09900-nr-os                       to f18400-nr-os
            perform 9000-ler-pd18400-ran
            if   ws-operacao-ok
            and  not f18400-ressarcimento-cancelado
                 move "Ressarcimento já gerado para a OS!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   ws-operacao-ok
                 set  ws-registro-encontrado        to true
            else
                 set  ws-registro-encontrado        to false
            end-if

            move f09900-cd-produto                  to f-cd-produto
            move f09900-ds-defeito                  to f-ds-defeito
            move f09900-valor-mao-obra              to f-valor-mao-obra
            move f09900-valor-pecas                 to f-valor-pecas
            compute f18400-valor-solicitado =
                    f09900-valor-mao-obra + f09900-valor-pecas
            move f18400-valor-solicitado            to f-valor-solicitado

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f09900-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-descricao-produto      to f-ds-produto
            end-if

            perform 2110-fornecedor-preferido
            perform 2120-serie-vendida
            display frm-ressarcimento

            perform until exit
                 accept f-cd-fornecedor at line 17 col 22 with update auto-skip
                 initialize                        f01500-fornecedor
                 move lnk-cd-empresa               to f01500-cd-empresa
                 move lnk-cd-filial                to f01500-cd-filial
                 move f-cd-fornecedor              to f01500-cd-fornecedor
                 perform 9000-ler-pd01500-ran
                 if   ws-operacao-ok
                 and  f-cd-fornecedor <> zeros
                      exit perform
                 end-if
                 move "Fornecedor não cadastrado - produto sem fornecedor preferido (CS10019C)!" to ws-mensagem
                 perform 9000-mensagem
            end-perform
            move f01500-razao-social                to f-ds-fornecedor
            display frm-ressarcimento

            perform until exit
                 accept f-nr-serie at line 14 col 22 with update auto-skip
                 move function upper-case(f-nr-serie) to f-nr-serie
                 if   not f01800-controla-serie
                 or   f-nr-serie <> spaces
                      exit perform
                 end-if
                 move "Produto com controle de série - informe o número de série!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until exit
                 accept f-horas-mao-obra at line 19 col 22 with update auto-skip
                 move f-horas-mao-obra             to f18400-horas-mao-obra
                 if   f18400-horas-mao-obra greater zeros
                 or   f09900-valor-mao-obra equal zeros
                      exit perform
                 end-if
                 move "Informe as horas de mão de obra do conserto!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            move "Confirma geração do ressarcimento de garantia? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                              f18400-ressarcimento-garantia
            move lnk-cd-empresa                     to f18400-cd-empresa
            move lnk-cd-filial                      to f18400-cd-filial
            move f09900-nr-os                       to f18400-nr-os
            move f-cd-fornecedor                    to f18400-cd-fornecedor
            move f09900-cd-produto                  to f18400-cd-produto
            move f-nr-serie                         to f18400-nr-serie
            move f09900-ds-defeito                  to f18400-ds-defeito
            move f-horas-mao-obra                   to f18400-horas-mao-obra
            move f09900-valor-mao-obra              to f18400-valor-mao-obra
            move f09900-valor-pecas                 to f18400-valor-pecas
            compute f18400-valor-solicitado =
                    f09900-valor-mao-obra + f09900-valor-pecas
            accept f18400-data-geracao              from date yyyymmdd
            move lnk-id-usuario                     to f18400-id-usuario-geracao
            move zeros                              to f18400-data-envio
                                                       f18400-data-retorno
                                                       f18400-valor-aprovado
                                                       f18400-nr-adiantamento
                                                       f18400-data-credito
            set  f18400-ressarcimento-pendente      to true

            if   ws-registro-encontrado
                 perform 9000-regravar-pd18400
            else
                 perform 9000-gravar-pd18400
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar ressarcimento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Ressarcimento gerado - será enviado no próximo arquivo ao fabricante (CS70003S)!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2110-fornecedor-preferido section.

            move zeros                              to f-cd-fornecedor

            initialize                              f03200-produto-fornecedor
            move lnk-cd-empresa                     to f03200-cd-empresa
            move lnk-cd-filial                      to f03200-cd-filial
            move f09900-cd-produto                  to f03200-cd-produto
            perform 9000-str-pd03200-grt
            perform 9000-ler-pd03200-nex

            perform until not ws-operacao-ok
                          or f03200-cd-empresa <> lnk-cd-empresa
                          or f03200-cd-filial  <> lnk-cd-filial
                          or f03200-cd-produto <> f09900-cd-produto
                 if   f03200-fornecedor-preferido
                 and  f03200-vinculo-ativo
                      move f03200-cd-fornecedor     to f-cd-fornecedor
                      exit perform
                 end-if
                 perform 9000-ler-pd03200-nex
            end-perform

            if   f-cd-fornecedor <> zeros
                 initialize                         f01500-fornecedor
                 move lnk-cd-empresa                to f01500-cd-empresa
                 move lnk-cd-filial                 to f01500-cd-filial
                 move f-cd-fornecedor               to f01500-cd-fornecedor
                 perform 9000-ler-pd01500-ran
                 if   ws-operacao-ok
                      move f01500-razao-social      to f-ds-fornecedor
                 end-if
            end-if

       exit.

      *>=================================================================================
       2120-serie-vendida section.

            move spaces                             to f-nr-serie

            if   not f01800-controla-serie
                 exit section
            end-if

            initialize                              f12500-numero-serie
            move lnk-cd-empresa                     to f12500-cd-empresa
            move lnk-cd-filial                      to f12500-cd-filial
            move f09900-cd-produto                  to f12500-cd-produto
            perform 9000-str-pd12500-grt
            perform 9000-ler-pd12500-nex

            perform until not ws-operacao-ok
                          or f12500-cd-empresa <> lnk-cd-empresa
                          or f12500-cd-filial  <> lnk-cd-filial
                          or f12500-cd-produto <> f09900-cd-produto
                 if   f12500-numero-doc-saida equal f09900-numero-documento-venda
                 and  f12500-serie-doc-saida  equal f09900-serie-documento-venda
                 and  f12500-cd-cliente       equal f09900-cd-cliente
                      move f12500-nr-serie          to f-nr-serie
                      exit perform
                 end-if
                 perform 9000-ler-pd12500-nex
            end-perform

       exit.

      *>=================================================================================
       2200-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ressarcimento
            if   not ws-registro-encontrado
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "RESSARCIMENTO DE GARANTIA - OS " f18400-nr-os " - FORNECEDOR "
                   f18400-cd-fornecedor             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "PRODUTO " f18400-cd-produto " SERIE " f18400-nr-serie
                   " DEFEITO " f18400-ds-defeito    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "SEQ PECA      DESCRICAO                                      QUANTIDADE          VALOR"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f10000-peca-os
            move lnk-cd-empresa                     to f10000-cd-empresa
            move lnk-cd-filial                      to f10000-cd-filial
            move f18400-nr-os                       to f10000-nr-os
            perform 9000-str-pd10000-grt
            perform 9000-ler-pd10000-nex

            perform until not ws-operacao-ok
                          or f10000-cd-empresa <> lnk-cd-empresa
                          or f10000-cd-filial  <> lnk-cd-filial
                          or f10000-nr-os      <> f18400-nr-os

                 initialize                         f01800-produto
                 move lnk-cd-empresa                to f01800-cd-empresa
                 move lnk-cd-filial                 to f01800-cd-filial
                 move f10000-cd-produto             to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   not ws-operacao-ok
                      move spaces                   to f01800-descricao-produto
                 end-if

                 move f10000-qtde-aplicada          to ws-qtde-x
                 move f10000-valor-total            to ws-valor-x
                 move spaces                        to rl-linha-relatorio
                 string f10000-nr-sequencia " " f10000-cd-produto " "
                        f01800-descricao-produto(1:40) " " ws-qtde-x " " ws-valor-x
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd10000-nex

            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move f18400-horas-mao-obra              to ws-horas-x
            move f18400-valor-mao-obra              to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "MAO DE OBRA: " ws-horas-x " HORAS - " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move f18400-valor-solicitado            to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "VALOR SOLICITADO: " ws-valor-x   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            if   f18400-ressarcimento-aprovado
            or   f18400-ressarcimento-creditado
                 move f18400-valor-aprovado         to ws-valor-x
                 move spaces                        to rl-linha-relatorio
                 string "VALOR APROVADO..: " ws-valor-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Retorno do fabricante para o ressarcimento enviado: aprovado
      *> (no todo ou em parte) ou negado com o motivo.
       2300-retorno section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ressarcimento
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18400-ressarcimento-enviado
                 move "Ressarcimento não está aguardando retorno do fabricante!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move spaces                             to ws-id-aprovado
            perform until ws-retorno-aprovado or ws-retorno-negado
                 display "Aprovado pelo fabricante (S/N):" at line 27 col 03
                 accept ws-id-aprovado              at line 27 col 35 with update auto-skip
                 move function upper-case(ws-id-aprovado) to ws-id-aprovado
            end-perform

            if   ws-retorno-aprovado
                 perform until exit
                      move f18400-valor-solicitado to ws-valor-aprovado-x
                      accept ws-valor-aprovado-x   at line 21 col 66 with update auto-skip
                      move ws-valor-aprovado-x     to f18400-valor-aprovado
                      if   f18400-valor-aprovado greater zeros
                      and  f18400-valor-aprovado not greater f18400-valor-solicitado
                           exit perform
                      end-if
                      move "Valor aprovado deve ser maior que zero e até o solicitado!" to ws-mensagem
                      perform 9000-mensagem
                 end-perform
                 accept f-ds-retorno at line 25 col 22 with update auto-skip
            else
                 move zeros                        to f18400-valor-aprovado
                 perform until f-ds-retorno <> spaces
                      accept f-ds-retorno at line 25 col 22 with update auto-skip
                 end-perform
            end-if
            move function upper-case(f-ds-retorno) to f-ds-retorno

            move "Confirma retorno do fabricante? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept f18400-data-retorno              from date yyyymmdd
            move lnk-id-usuario                     to f18400-id-usuario-retorno
            move f-ds-retorno                       to f18400-ds-retorno
            if   ws-retorno-aprovado
                 set  f18400-ressarcimento-aprovado to true
            else
                 set  f18400-ressarcimento-negado   to true
            end-if

            perform 9000-regravar-pd18400
            if   not ws-operacao-ok
                 string "Erro ao gravar retorno - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            if   ws-retorno-aprovado
                 move "Ressarcimento aprovado - registre o crédito do fornecedor!" to ws-mensagem
            else
                 move "Ressarcimento negado pelo fabricante!" to ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> O valor aprovado entra como crédito do fornecedor (adiantamento
      *> a fornecedor em pd14500, sem conta bancária - não houve
      *> desembolso) e é abatido dos títulos a pagar pela compensação
      *> de adiantamentos (CS50027C / CS00138S).
       2400-creditar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ressarcimento
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18400-ressarcimento-aprovado
                 move "Ressarcimento não aprovado ou já creditado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f18400-valor-aprovado              to ws-valor-x
            move spaces                             to ws-mensagem
            string "Registrar crédito de R$ " ws-valor-x " para o fornecedor "
                   f18400-cd-fornecedor "? [S/N]"   into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move zeros                              to ws-nr-adiantamento
            initialize                              f14500-adiantamento
            move lnk-cd-empresa                     to f14500-cd-empresa
            move lnk-cd-filial                      to f14500-cd-filial
            set  f14500-adiantamento-fornecedor     to true
            move f18400-cd-fornecedor               to f14500-cd-parceiro
            perform 9000-str-pd14500-grt
            perform 9000-ler-pd14500-nex
            perform until not ws-operacao-ok
                          or f14500-cd-empresa    <> lnk-cd-empresa
                          or f14500-cd-filial     <> lnk-cd-filial
                          or not f14500-adiantamento-fornecedor
                          or f14500-cd-parceiro   <> f18400-cd-fornecedor
                 move f14500-nr-adiantamento        to ws-nr-adiantamento
                 perform 9000-ler-pd14500-nex
            end-perform
            add  1                                  to ws-nr-adiantamento

            accept ws-data-hoje                     from date yyyymmdd

            initialize                              f14500-adiantamento
            move lnk-cd-empresa                     to f14500-cd-empresa
            move lnk-cd-filial                      to f14500-cd-filial
            set  f14500-adiantamento-fornecedor     to true
            move f18400-cd-fornecedor               to f14500-cd-parceiro
            move ws-nr-adiantamento                 to f14500-nr-adiantamento
            move ws-data-hoje                       to f14500-data-adiantamento
            move f18400-valor-aprovado              to f14500-valor-adiantamento
            move zeros                              to f14500-valor-compensado
                                                       f14500-cd-conta-banco
            string "RESSARCIMENTO GARANTIA OS " f18400-nr-os into f14500-ds-historico
            move ws-data-hoje                       to f14500-data-inclusao
            move lnk-id-usuario                     to f14500-id-usuario
            set  f14500-adiantamento-aberto         to true
            perform 9000-gravar-pd14500
            if   not ws-operacao-ok
                 string "Erro ao gravar crédito do fornecedor - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-nr-adiantamento                 to f18400-nr-adiantamento
            move ws-data-hoje                       to f18400-data-credito
            set  f18400-ressarcimento-creditado     to true
            perform 9000-regravar-pd18400
            if   not ws-operacao-ok
                 string "Erro ao gravar ressarcimento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            string "Crédito " ws-nr-adiantamento " registrado - compensar nos títulos a pagar (CS50027C)!"
                   into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2500-cancelar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-ressarcimento
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18400-ressarcimento-pendente
                 move "Só ressarcimento ainda não enviado pode ser cancelado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma cancelamento do ressarcimento? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f18400-ressarcimento-cancelado     to true
            perform 9000-regravar-pd18400
            if   not ws-operacao-ok
                 string "Erro ao cancelar ressarcimento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Ressarcimento cancelado!"         to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2800-localizar-ressarcimento section.

            set  ws-registro-encontrado             to false

            perform until f-nr-os <> zeros
                 accept f-nr-os at line 11 col 22 with update auto-skip
            end-perform

            initialize                              f18400-ressarcimento-garantia
            move lnk-cd-empresa                     to f18400-cd-empresa
            move lnk-cd-filial                      to f18400-cd-filial
            move f-nr-os                            to f18400-nr-os
            perform 9000-ler-pd18400-ran
            if   not ws-operacao-ok
                 string "Ressarcimento não gerado para a OS! - [" f-nr-os "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-registro-encontrado             to true
            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Gerar"                 to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Retorno"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Creditar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "05 - Cancelar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-ressarcimento

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-ressarcimento

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-ressarcimento
            move f18400-nr-os                      to f-nr-os
            evaluate true
                when f18400-ressarcimento-pendente
                     move "PENDENTE"               to f-ds-situacao
                when f18400-ressarcimento-enviado
                     move "ENVIADO"                to f-ds-situacao
                when f18400-ressarcimento-aprovado
                     move "APROVADO"               to f-ds-situacao
                when f18400-ressarcimento-negado
                     move "NEGADO"                 to f-ds-situacao
                when f18400-ressarcimento-creditado
                     move "CREDITADO"              to f-ds-situacao
                when f18400-ressarcimento-cancelado
                     move "CANCELADO"              to f-ds-situacao
            end-evaluate
            move f18400-cd-produto                 to f-cd-produto
            move f18400-nr-serie                   to f-nr-serie
            move f18400-ds-defeito                 to f-ds-defeito
            move f18400-cd-fornecedor              to f-cd-fornecedor
            move f18400-horas-mao-obra             to f-horas-mao-obra
            move f18400-valor-mao-obra             to f-valor-mao-obra
            move f18400-valor-pecas                to f-valor-pecas
            move f18400-valor-solicitado           to f-valor-solicitado
            move f18400-valor-aprovado             to f-valor-aprovado
            move f18400-data-envio                 to f-data-envio
            move f18400-data-retorno               to f-data-retorno
            move f18400-nr-adiantamento            to f-nr-adiantamento
            move f18400-ds-retorno                 to f-ds-retorno

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move f18400-cd-produto                 to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-descricao-produto     to f-ds-produto
            end-if

            initialize                             f01500-fornecedor
            move lnk-cd-empresa                    to f01500-cd-empresa
            move lnk-cd-filial                     to f01500-cd-filial
            move f18400-cd-fornecedor              to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   ws-operacao-ok
                 move f01500-razao-social          to f-ds-fornecedor
            end-if

            perform 9000-frame-padrao
            display frm-ressarcimento

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR18400.cpy.
       copy CSR09900.cpy.
       copy CSR10000.cpy.
       copy CSR03200.cpy.
       copy CSR01500.cpy.
       copy CSR01800.cpy.
       copy CSR12500.cpy.
       copy CSR14500.cpy.
