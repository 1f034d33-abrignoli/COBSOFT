      $set sourceformat"free"
       program-id. CS20027C.
      *>=================================================================================
      *>
      *>       Qualidade - Registro de Não Conformidade (RNC) de Reclamações de Clientes
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18200.cpy.
       copy CSS18300.cpy.
       copy CSS01400.cpy.
       copy CSS01500.cpy.
       copy CSS01800.cpy.
       copy CSS05100.cpy.
       copy CSS03800.cpy.
       copy CSS12500.cpy.
       copy CSS11500.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF18200.cpy.
       copy CSF18300.cpy.
       copy CSF01400.cpy.
       copy CSF01500.cpy.
       copy CSF01800.cpy.
       copy CSF05100.cpy.
       copy CSF03800.cpy.
       copy CSF12500.cpy.
       copy CSF11500.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS20027C".
       78   c-descricao-programa                   value "RNC RECLAMACOES".
       78   c-alocar-sequencia                     value "CS00118S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-data-hoje                        pic 9(08).
            03 ws-nr-acao                          pic 9(02).
            03 ws-nr-acoes                         pic 9(03).
            03 ws-nr-acoes-pendentes               pic 9(03).
            03 ws-nr-acoes-corretivas              pic 9(03).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-id-eficaz                        pic x(01).
               88 ws-acao-eficaz                        value "S".
               88 ws-acao-ineficaz                      value "N".
            03 ws-ds-status-acao                   pic x(10).
            03 ws-qtde-reclamada-x                 pic zzzzzzzz9,9999.

       01   f-rnc.
            03 f-nr-rnc                            pic 9(09).
            03 f-ds-situacao                       pic x(15).
            03 f-cd-cliente                        pic 9(09).
            03 f-ds-cliente                        pic x(40).
            03 f-numero-documento                  pic 9(09).
            03 f-serie-documento                   pic x(03).
            03 f-sequencia-item                    pic 9(09).
            03 f-cd-produto                        pic 9(09).
            03 f-ds-produto                        pic x(40).
            03 f-nr-lote                           pic x(20).
            03 f-nr-serie                          pic x(20).
            03 f-qtde-reclamada                    pic zzzzzzzz9,9999.
            03 f-ds-reclamacao                     pic x(60).
            03 f-cd-causa                          pic x(01).
            03 f-ds-causa                          pic x(20).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-ds-causa-raiz                     pic x(60).
            03 f-ds-contencao                      pic x(60).
            03 f-data-verificacao                  pic 9(08).
            03 f-ds-verificacao                    pic x(60).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-rnc.
            03 line 11 col 03   pic x(18) value "RNC..............:".
            03 line 11 col 22   pic 9(09) from f-nr-rnc.
            03 line 11 col 47   pic x(18) value "Situacao.........:".
            03 line 11 col 66   pic x(15) from f-ds-situacao.
            03 line 12 col 03   pic x(18) value "Cliente..........:".
            03 line 12 col 22   pic 9(09) from f-cd-cliente.
            03 line 12 col 33   pic x(40) from f-ds-cliente.
            03 line 13 col 03   pic x(18) value "NF-e / Serie.....:".
            03 line 13 col 22   pic 9(09) from f-numero-documento.
            03 line 13 col 33   pic x(03) from f-serie-documento.
            03 line 13 col 47   pic x(18) value "Item da Nota.....:".
            03 line 13 col 66   pic 9(09) from f-sequencia-item.
            03 line 14 col 03   pic x(18) value "Produto..........:".
            03 line 14 col 22   pic 9(09) from f-cd-produto.
            03 line 14 col 33   pic x(40) from f-ds-produto.
            03 line 15 col 03   pic x(18) value "Lote.............:".
            03 line 15 col 22   pic x(20) from f-nr-lote.
            03 line 15 col 47   pic x(18) value "Numero de Serie..:".
            03 line 15 col 66   pic x(20) from f-nr-serie.
            03 line 16 col 03   pic x(18) value "Qtde Reclamada...:".
            03 line 16 col 22   pic zzzzzzzz9,9999 from f-qtde-reclamada.
            03 line 17 col 03   pic x(18) value "Reclamacao.......:".
            03 line 17 col 22   pic x(60) from f-ds-reclamacao.
            03 line 18 col 03   pic x(18) value "Causa............:".
            03 line 18 col 22   pic x(01) from f-cd-causa.
            03 line 18 col 24   pic x(20) from f-ds-causa.
            03 line 18 col 47   pic x(18) value "Fornecedor.......:".
            03 line 18 col 66   pic 9(09) from f-cd-fornecedor.
            03 line 19 col 03   pic x(18) value "Causa Raiz.......:".
            03 line 19 col 22   pic x(60) from f-ds-causa-raiz.
            03 line 20 col 03   pic x(18) value "Contencao........:".
            03 line 20 col 22   pic x(60) from f-ds-contencao.
            03 line 21 col 03   pic x(18) value "Verificacao......:".
            03 line 21 col 22   pic 9(08) from f-data-verificacao.
            03 line 21 col 31   pic x(60) from f-ds-verificacao.

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

            string lnk-dat-path delimited   by "  " "\EFD182.DAT" into wid-pd18200
            open i-o pd18200
            if   ws-arquivo-inexistente
                 open output pd18200
                 close pd18200
                 open i-o pd18200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD182.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD183.DAT" into wid-pd18300
            open i-o pd18300
            if   ws-arquivo-inexistente
                 open output pd18300
                 close pd18300
                 open i-o pd18300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD183.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD115.DAT" into wid-pd11500
            open i-o pd11500
            if   ws-arquivo-inexistente
                 open output pd11500
                 close pd11500
                 open i-o pd11500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD115.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd05100
            perform 9000-abrir-i-pd03800

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

            close pd18200
            close pd18300
            close pd11500
            close pd12500
            close pd01400
            close pd01500
            close pd01800
            close pd05100
            close pd03800

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-abrir-rnc
                when 02
                     perform 2200-consulta
                when 03
                     perform 2300-analise-causa
                when 04
                     perform 2400-acoes
                when 05
                     perform 2500-verificar-eficacia
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Abertura: a reclamação tem de apontar o item da NF-e de saída
      *> emitida ao cliente; o produto vem do item. Produto com número
      *> de série exige a unidade vendida nessa nota ao cliente; com
      *> lote, o lote do item (ou outro do mesmo depósito) em pd03800.
       2100-abrir-rnc section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until exit
                 perform until f-cd-cliente <> zeros
                      accept f-cd-cliente at line 12 col 22 with update auto-skip
                 end-perform
                 initialize                        f01400-cliente
                 move lnk-cd-empresa               to f01400-cd-empresa
                 move lnk-cd-filial                to f01400-cd-filial
                 move f-cd-cliente                 to f01400-cd-cliente
                 perform 9000-ler-pd01400-ran
                 if   ws-operacao-ok
                      exit perform
                 end-if
                 move "Cliente não cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to f-cd-cliente
            end-perform
            move f01400-razao-social               to f-ds-cliente
            display frm-rnc

            perform until exit
                 accept f-numero-documento at line 13 col 22 with update auto-skip
                 accept f-serie-documento  at line 13 col 33 with update auto-skip
                 accept f-sequencia-item   at line 13 col 66 with update auto-skip
                 move function upper-case(f-serie-documento) to f-serie-documento

                 initialize                        f05100-item-nota-fiscal
                 move lnk-cd-empresa               to f05100-cd-empresa
                 move lnk-cd-filial                to f05100-cd-filial
                 set  f05100-nota-saida            to true
                 move f-numero-documento           to f05100-numero-documento
                 move f-serie-documento            to f05100-serie-documento
                 move f-cd-cliente                 to f05100-cd-destinatario
                 move f-sequencia-item             to f05100-sequencia
                 perform 9000-ler-pd05100-ran
                 if   ws-operacao-ok
                      exit perform
                 end-if
                 move "Item de NF-e de saída não encontrado para o cliente!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            move f05100-cd-mercadoria              to f-cd-produto
            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move f05100-cd-mercadoria              to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-descricao-produto     to f-ds-produto
            end-if
            move f05100-nr-lote                    to f-nr-lote
            display frm-rnc

            evaluate true
                when f01800-controla-serie
                     perform until exit
                          accept f-nr-serie at line 15 col 66 with update auto-skip
                          move function upper-case(f-nr-serie) to f-nr-serie
                          initialize               f12500-numero-serie
                          move lnk-cd-empresa      to f12500-cd-empresa
                          move lnk-cd-filial       to f12500-cd-filial
                          move f-cd-produto        to f12500-cd-produto
                          move f-nr-serie          to f12500-nr-serie
                          perform 9000-ler-pd12500-ran
                          if   ws-operacao-ok
                          and  f12500-numero-doc-saida equal f-numero-documento
                          and  f12500-cd-cliente equal f-cd-cliente
                               exit perform
                          end-if
                          move "Número de série não saiu nesta nota para o cliente (CS20016C)!" to ws-mensagem
                          perform 9000-mensagem
                     end-perform
                     move spaces                   to f-nr-lote
                when f05100-nr-lote <> spaces
                     perform until exit
                          accept f-nr-lote at line 15 col 22 with update auto-skip
                          move function upper-case(f-nr-lote) to f-nr-lote
                          initialize               f03800-lote
                          move lnk-cd-empresa      to f03800-cd-empresa
                          move lnk-cd-filial       to f03800-cd-filial
                          move f-cd-produto        to f03800-cd-produto
                          move f05100-cd-deposito  to f03800-cd-deposito
                          move f-nr-lote           to f03800-nr-lote
                          perform 9000-ler-pd03800-ran
                          if   ws-operacao-ok
                               exit perform
                          end-if
                          move "Lote não cadastrado para o produto/depósito do item!" to ws-mensagem
                          perform 9000-mensagem
                     end-perform
            end-evaluate

            perform until exit
                 move zeros                        to ws-qtde-reclamada-x
                 accept ws-qtde-reclamada-x        at line 16 col 22 with update auto-skip
                 move ws-qtde-reclamada-x          to f-qtde-reclamada
                 move ws-qtde-reclamada-x          to f18200-qtde-reclamada
                 if   f18200-qtde-reclamada greater zeros
                 and  f18200-qtde-reclamada not greater f05100-quantidade-mercadoria
                      exit perform
                 end-if
                 move "Quantidade deve ser maior que zero e até a quantidade do item da nota!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until f-ds-reclamacao <> spaces
                 accept f-ds-reclamacao at line 17 col 22 with update auto-skip
                 move function upper-case(f-ds-reclamacao) to f-ds-reclamacao
            end-perform

            move "Confirma abertura da RNC? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                              lk-parametros-sequencia
            string "RNC-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                  to lk-seq-valor-minimo
            move lk-parametros-sequencia            to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                  to lk-parametros-sequencia
            move spaces                             to lnk-linha-comando
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número da RNC!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              f18200-rnc
            move lnk-cd-empresa                     to f18200-cd-empresa
            move lnk-cd-filial                      to f18200-cd-filial
            move lk-seq-valor                       to f18200-nr-rnc
            accept f18200-data-abertura             from date yyyymmdd
            move lnk-id-usuario                     to f18200-id-usuario-abertura
            move f-cd-cliente                       to f18200-cd-cliente
            move f-numero-documento                 to f18200-numero-documento
            move f-serie-documento                  to f18200-serie-documento
            move f-sequencia-item                   to f18200-sequencia-item
            move f-cd-produto                       to f18200-cd-produto
            move f-nr-lote                          to f18200-nr-lote
            move f-nr-serie                         to f18200-nr-serie
            move ws-qtde-reclamada-x                to f18200-qtde-reclamada
            move f-ds-reclamacao                    to f18200-ds-reclamacao
            move spaces                             to f18200-cd-causa
                                                       f18200-id-scorecard
            set  f18200-rnc-aberta                  to true

            perform 9000-gravar-pd18200
            if   not ws-operacao-ok
                 string "Erro ao gravar RNC - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            string "RNC " f18200-nr-rnc " aberta!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2200-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-rnc
            if   not ws-registro-encontrado
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "ACOES DA RNC " f18200-nr-rnc " - CLIENTE " f18200-cd-cliente
                   " - PRODUTO " f18200-cd-produto  into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "CONTENCAO: " f18200-ds-contencao into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "NR T DESCRICAO                                                    RESPONSAVEL                    PRAZO      SITUACAO"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f18300-acao-rnc
            move lnk-cd-empresa                     to f18300-cd-empresa
            move lnk-cd-filial                      to f18300-cd-filial
            move f18200-nr-rnc                      to f18300-nr-rnc
            perform 9000-str-pd18300-grt
            perform 9000-ler-pd18300-nex

            perform until not ws-operacao-ok
                          or f18300-cd-empresa <> lnk-cd-empresa
                          or f18300-cd-filial  <> lnk-cd-filial
                          or f18300-nr-rnc     <> f18200-nr-rnc

                 evaluate true
                     when f18300-acao-concluida
                          move "CONCLUIDA"          to ws-ds-status-acao
                     when f18300-data-prazo less ws-data-hoje
                          move "ATRASADA"           to ws-ds-status-acao
                     when other
                          move "PENDENTE"           to ws-ds-status-acao
                 end-evaluate

                 move spaces                        to rl-linha-relatorio
                 string f18300-nr-acao " " f18300-tipo-acao " " f18300-ds-acao " "
                        f18300-nm-responsavel " " f18300-data-prazo(7:2) "/"
                        f18300-data-prazo(5:2) "/" f18300-data-prazo(1:4) " "
                        ws-ds-status-acao           into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd18300-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Análise: categoria da causa (a do Pareto mensal CS20028S),
      *> causa raiz e contenção. Causa em material de fornecedor pede o
      *> fornecedor e grava uma vez a ocorrência de reclamação no
      *> scorecard (pd11500).
       2300-analise-causa section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-rnc
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   f18200-rnc-encerrada
                 move "RNC já encerrada!"           to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            display "Causas: M=Material fornecedor P=Processo O=Mao de obra A=Armazenagem"
                                                    at line 23 col 03
            display "        T=Transporte U=Uso pelo cliente X=Outra"
                                                    at line 24 col 03

            perform until exit
                 accept f-cd-causa at line 18 col 22 with update auto-skip
                 move function upper-case(f-cd-causa) to f-cd-causa
                 move f-cd-causa                   to f18200-cd-causa
                 if   f18200-causa-valida
                      exit perform
                 end-if
                 move "Causa inválida!"            to ws-mensagem
                 perform 9000-mensagem
            end-perform

            if   f18200-causa-material-fornecedor
                 perform until exit
                      accept f-cd-fornecedor at line 18 col 66 with update auto-skip
                      initialize                   f01500-fornecedor
                      move lnk-cd-empresa          to f01500-cd-empresa
                      move lnk-cd-filial           to f01500-cd-filial
                      move f-cd-fornecedor         to f01500-cd-fornecedor
                      perform 9000-ler-pd01500-ran
                      if   ws-operacao-ok
                      and  f-cd-fornecedor <> zeros
                           exit perform
                      end-if
                      move "Fornecedor não cadastrado!" to ws-mensagem
                      perform 9000-mensagem
                 end-perform
            else
                 move zeros                        to f-cd-fornecedor
            end-if

            perform until exit
                 accept f-ds-causa-raiz at line 19 col 22 with update auto-skip
                 move function upper-case(f-ds-causa-raiz) to f-ds-causa-raiz
                 if   f-ds-causa-raiz <> spaces
                      exit perform
                 end-if
            end-perform

            perform until exit
                 accept f-ds-contencao at line 20 col 22 with update auto-skip
                 move function upper-case(f-ds-contencao) to f-ds-contencao
                 if   f-ds-contencao <> spaces
                      exit perform
                 end-if
            end-perform

            move "Confirma análise da RNC? [S/N]"  to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move f-cd-causa                         to f18200-cd-causa
            move f-cd-fornecedor                    to f18200-cd-fornecedor
            move f-ds-causa-raiz                    to f18200-ds-causa-raiz
            move f-ds-contencao                     to f18200-ds-contencao
            accept f18200-data-analise              from date yyyymmdd
            if   f18200-rnc-aberta
                 set  f18200-rnc-em-tratamento      to true
            end-if

            if   f18200-causa-material-fornecedor
            and  not f18200-enviada-scorecard
                 perform 2310-ocorrencia-fornecedor
            end-if

            perform 9000-regravar-pd18200
            if   not ws-operacao-ok
                 string "Erro ao gravar análise da RNC - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Análise registrada - informe as ações corretivas!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2310-ocorrencia-fornecedor section.

            initialize                              f11500-ocorrencia-fornecedor
            move lnk-cd-empresa                     to f11500-cd-empresa
            move lnk-cd-filial                      to f11500-cd-filial
            move f18200-cd-fornecedor               to f11500-cd-fornecedor
            move f18200-data-analise                to f11500-data-ocorrencia
            move 1                                  to f11500-nr-sequencia
            set  f11500-reclamacao-cliente          to true
            move zeros                              to f11500-nr-pedido
            string "RECLAMACAO CLIENTE - RNC " f18200-nr-rnc into f11500-ds-ocorrencia
            perform 9000-gravar-pd11500
            perform until not ws-registro-existente
                 add  1                             to f11500-nr-sequencia
                 perform 9000-gravar-pd11500
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar pd11500 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  f18200-enviada-scorecard           to true

       exit.

      *>=================================================================================
      *> Ações corretivas/preventivas: número zero inclui uma nova com
      *> responsável e prazo; número existente pendente é concluído.
       2400-acoes section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-rnc
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18200-rnc-em-tratamento
                 move "RNC sem análise de causa ou já encerrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd

            move zeros                              to ws-nr-acao
            display "Acao (00 = nova)............:" at line 23 col 03
            accept ws-nr-acao                       at line 23 col 33 with update auto-skip

            if   ws-nr-acao equal zeros
                 perform 2410-incluir-acao
            else
                 perform 2420-concluir-acao
            end-if

       exit.

      *>=================================================================================
       2410-incluir-acao section.

            initialize                              f18300-acao-rnc
            move lnk-cd-empresa                     to f18300-cd-empresa
            move lnk-cd-filial                      to f18300-cd-filial
            move f18200-nr-rnc                      to f18300-nr-rnc
            move 99                                 to f18300-nr-acao
            perform 9000-str-pd18300-ngrt
            perform 9000-ler-pd18300-pre
            if   ws-operacao-ok
            and  f18300-cd-empresa equal lnk-cd-empresa
            and  f18300-cd-filial  equal lnk-cd-filial
            and  f18300-nr-rnc     equal f18200-nr-rnc
                 if   f18300-nr-acao not less 99
                      move "Limite de ações da RNC atingido!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 compute ws-nr-acao = f18300-nr-acao + 1
            else
                 move 1                             to ws-nr-acao
            end-if

            initialize                              f18300-acao-rnc
            move lnk-cd-empresa                     to f18300-cd-empresa
            move lnk-cd-filial                      to f18300-cd-filial
            move f18200-nr-rnc                      to f18300-nr-rnc
            move ws-nr-acao                         to f18300-nr-acao

            perform until f18300-acao-corretiva or f18300-acao-preventiva
                 display "Tipo (C=Corretiva P=Prev.)..:" at line 24 col 03
                 accept f18300-tipo-acao            at line 24 col 33 with update auto-skip
                 move function upper-case(f18300-tipo-acao) to f18300-tipo-acao
            end-perform

            perform until f18300-ds-acao <> spaces
                 display "Acao........................:" at line 25 col 03
                 accept f18300-ds-acao              at line 25 col 33 with update auto-skip
                 move function upper-case(f18300-ds-acao) to f18300-ds-acao
            end-perform

            perform until f18300-nm-responsavel <> spaces
                 display "Responsavel.................:" at line 26 col 03
                 accept f18300-nm-responsavel       at line 26 col 33 with update auto-skip
                 move function upper-case(f18300-nm-responsavel) to f18300-nm-responsavel
            end-perform

            perform until exit
                 display "Prazo (AAAAMMDD)............:" at line 27 col 03
                 accept f18300-data-prazo           at line 27 col 33 with update auto-skip
                 if   function test-date-yyyymmdd(f18300-data-prazo) equal zeros
                 and  f18300-data-prazo not less ws-data-hoje
                      exit perform
                 end-if
                 move "Prazo inválido ou já vencido!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            move zeros                              to f18300-data-conclusao
            set  f18300-acao-pendente               to true

            move "Confirma inclusão da ação? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            perform 9000-gravar-pd18300
            if   not ws-operacao-ok
                 string "Erro ao gravar ação da RNC - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            string "Ação " ws-nr-acao " incluída na RNC!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2420-concluir-acao section.

            initialize                              f18300-acao-rnc
            move lnk-cd-empresa                     to f18300-cd-empresa
            move lnk-cd-filial                      to f18300-cd-filial
            move f18200-nr-rnc                      to f18300-nr-rnc
            move ws-nr-acao                         to f18300-nr-acao
            perform 9000-ler-pd18300-ran
            if   not ws-operacao-ok
                 move "Ação não cadastrada na RNC!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f18300-acao-concluida
                 move "Ação já concluída!"          to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            display "Acao........................:" at line 25 col 03
            display f18300-ds-acao                  at line 25 col 33
            display "Responsavel.................:" at line 26 col 03
            display f18300-nm-responsavel           at line 26 col 33

            move "Confirma conclusão da ação? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move ws-data-hoje                       to f18300-data-conclusao
            set  f18300-acao-concluida              to true
            perform 9000-regravar-pd18300
            if   not ws-operacao-ok
                 string "Erro ao concluir ação da RNC - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Ação concluída!"                  to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Verificação de eficácia: só com ação corretiva e todas as
      *> ações concluídas. Eficaz encerra a RNC; não eficaz registra a
      *> verificação e a RNC segue em tratamento para novas ações.
       2500-verificar-eficacia section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-rnc
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18200-rnc-em-tratamento
                 move "RNC sem análise de causa ou já encerrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move zeros                              to ws-nr-acoes
                                                       ws-nr-acoes-pendentes
                                                       ws-nr-acoes-corretivas
            initialize                              f18300-acao-rnc
            move lnk-cd-empresa                     to f18300-cd-empresa
            move lnk-cd-filial                      to f18300-cd-filial
            move f18200-nr-rnc                      to f18300-nr-rnc
            perform 9000-str-pd18300-grt
            perform 9000-ler-pd18300-nex
            perform until not ws-operacao-ok
                          or f18300-cd-empresa <> lnk-cd-empresa
                          or f18300-cd-filial  <> lnk-cd-filial
                          or f18300-nr-rnc     <> f18200-nr-rnc
                 add  1                             to ws-nr-acoes
                 if   f18300-acao-pendente
                      add  1                        to ws-nr-acoes-pendentes
                 end-if
                 if   f18300-acao-corretiva
                      add  1                        to ws-nr-acoes-corretivas
                 end-if
                 perform 9000-ler-pd18300-nex
            end-perform

            if   ws-nr-acoes-corretivas equal zeros
                 move "RNC sem ação corretiva registrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   ws-nr-acoes-pendentes greater zeros
                 move "RNC com ações pendentes - concluir antes da verificação!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd
            move ws-data-hoje                       to f-data-verificacao
            move spaces                             to f-ds-verificacao
            display frm-rnc

            perform until f-ds-verificacao <> spaces
                 accept f-ds-verificacao at line 21 col 31 with update auto-skip
                 move function upper-case(f-ds-verificacao) to f-ds-verificacao
            end-perform

            move spaces                             to ws-id-eficaz
            perform until ws-acao-eficaz or ws-acao-ineficaz
                 display "Acoes eficazes (S/N)........:" at line 23 col 03
                 accept ws-id-eficaz                at line 23 col 33 with update auto-skip
                 move function upper-case(ws-id-eficaz) to ws-id-eficaz
            end-perform

            move "Confirma verificação de eficácia? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move ws-data-hoje                       to f18200-data-verificacao
            move lnk-id-usuario                     to f18200-id-usuario-verificacao
            move f-ds-verificacao                   to f18200-ds-verificacao
            if   ws-acao-eficaz
                 set  f18200-rnc-encerrada          to true
            end-if

            perform 9000-regravar-pd18200
            if   not ws-operacao-ok
                 string "Erro ao gravar verificação da RNC - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            if   ws-acao-eficaz
                 move "RNC encerrada - ações eficazes!" to ws-mensagem
            else
                 move "Ações não eficazes - registre novas ações na RNC!" to ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2800-localizar-rnc section.

            set  ws-registro-encontrado             to false

            perform until f-nr-rnc <> zeros
                 accept f-nr-rnc at line 11 col 22 with update auto-skip
            end-perform

            initialize                              f18200-rnc
            move lnk-cd-empresa                     to f18200-cd-empresa
            move lnk-cd-filial                      to f18200-cd-filial
            move f-nr-rnc                           to f18200-nr-rnc
            perform 9000-ler-pd18200-ran
            if   not ws-operacao-ok
                 string "RNC não encontrada! - [" f-nr-rnc "]" into ws-mensagem
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
                 move "01 - Abrir RNC"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Analise Causa"         to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Acoes"                 to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "05 - Verif. Eficacia"       to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-rnc

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-rnc

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-rnc
            move f18200-nr-rnc                     to f-nr-rnc
            evaluate true
                when f18200-rnc-aberta
                     move "ABERTA"                 to f-ds-situacao
                when f18200-rnc-em-tratamento
                     move "EM TRATAMENTO"          to f-ds-situacao
                when f18200-rnc-encerrada
                     move "ENCERRADA"              to f-ds-situacao
            end-evaluate
            move f18200-cd-cliente                 to f-cd-cliente
            move f18200-numero-documento           to f-numero-documento
            move f18200-serie-documento            to f-serie-documento
            move f18200-sequencia-item             to f-sequencia-item
            move f18200-cd-produto                 to f-cd-produto
            move f18200-nr-lote                    to f-nr-lote
            move f18200-nr-serie                   to f-nr-serie
            move f18200-qtde-reclamada             to f-qtde-reclamada
            move f18200-ds-reclamacao              to f-ds-reclamacao
            move f18200-cd-causa                   to f-cd-causa
            evaluate true
                when f18200-causa-material-fornecedor
                     move "MATERIAL FORNECEDOR"    to f-ds-causa
                when f18200-causa-processo
                     move "PROCESSO"               to f-ds-causa
                when f18200-causa-mao-obra
                     move "MAO DE OBRA"            to f-ds-causa
                when f18200-causa-armazenagem
                     move "ARMAZENAGEM"            to f-ds-causa
                when f18200-causa-transporte
                     move "TRANSPORTE"             to f-ds-causa
                when f18200-causa-uso-cliente
                     move "USO PELO CLIENTE"       to f-ds-causa
                when f18200-causa-outra
                     move "OUTRA"                  to f-ds-causa
            end-evaluate
            move f18200-cd-fornecedor              to f-cd-fornecedor
            move f18200-ds-causa-raiz              to f-ds-causa-raiz
            move f18200-ds-contencao               to f-ds-contencao
            move f18200-data-verificacao           to f-data-verificacao
            move f18200-ds-verificacao             to f-ds-verificacao

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move f18200-cd-cliente                 to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   ws-operacao-ok
                 move f01400-razao-social          to f-ds-cliente
            end-if

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move f18200-cd-produto                 to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-descricao-produto     to f-ds-produto
            end-if

            perform 9000-frame-padrao
            display frm-rnc

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR18200.cpy.
       copy CSR18300.cpy.
       copy CSR01400.cpy.
       copy CSR01500.cpy.
       copy CSR01800.cpy.
       copy CSR05100.cpy.
       copy CSR03800.cpy.
       copy CSR12500.cpy.
       copy CSR11500.cpy.
