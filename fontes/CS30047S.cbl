      $set sourceformat"free"
       program-id. CS30047S.
      *>=================================================================================
      *>
      *>        Cobrança de Embalagens Retornáveis Não Devolvidas no Prazo
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS20200.cpy.
       copy CSS20400.cpy.
       copy CSS20500.cpy.
       copy CSS02600.cpy.
       copy CSS01400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF20200.cpy.
       copy CSF20400.cpy.
       copy CSF20500.cpy.
       copy CSF02600.cpy.
       copy CSF01400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30047S".
       78   c-descricao-programa                   value "COBRANCA EMBALAGENS RETORNAVEIS".
       78   c-serie-titulo-embalagem               value "EMB".
       78   c-dias-vencimento-cobranca             value 10.
       78   c-max-remessas                         value 2000.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-vencimento                  pic 9(08).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-valor-unitario                   pic 9(09)v9(02).
            03 ws-valor-item                       pic 9(11)v9(02).
            03 ws-valor-cliente                    pic 9(11)v9(02).
            03 ws-valor-total                      pic 9(11)v9(02).
            03 ws-qtde-cobrada-total               pic 9(09).
            03 ws-nr-titulos                       pic 9(06).
            03 ws-nr-sem-valor                     pic 9(06).
            03 ws-ix-inicio-cliente                pic 9(05) comp.
            03 ws-ix-fim-cliente                   pic 9(05) comp.
            03 ws-numero-titulo                    pic 9(09).
            03 ws-nr-parcela-titulo                pic 9(02).
            03 ws-qtde-x                           pic zzz.zzz.zz9.
            03 ws-valor-unitario-x                 pic zzz.zzz.zz9,99.
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-id-tabela-cheia                  pic x(01).
               88 ws-tabela-cheia                      value "S" false "N".

      *> Remessas vencidas a cobrar, na ordem da chave de pd20500
      *> (cliente / embalagem / data)
       01   ws-tabela-remessas.
            03 ws-nr-remessas                      pic 9(05) comp.
            03 ws-ix-remessa                       pic 9(05) comp.
            03 ws-remessa                          occurs 2000 times.
               05 ws-rm-cd-cliente                 pic 9(09).
               05 ws-rm-cd-embalagem               pic 9(09).
               05 ws-rm-data-movimento             pic 9(08).
               05 ws-rm-nr-sequencia               pic 9(06).
               05 ws-rm-qtde-em-aberto             pic 9(09).
               05 ws-rm-valor-unitario             pic 9(09)v9(02).

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

            string lnk-dat-path delimited   by "  " "\EFD202.DAT" into wid-pd20200
            open input pd20200
            if   ws-arquivo-inexistente
                 open output pd20200
                 close pd20200
                 open input pd20200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD202.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD204.DAT" into wid-pd20400
            open i-o pd20400
            if   ws-arquivo-inexistente
                 open output pd20400
                 close pd20400
                 open i-o pd20400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD204.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD205.DAT" into wid-pd20500
            open i-o pd20500
            if   ws-arquivo-inexistente
                 open output pd20500
                 close pd20500
                 open i-o pd20500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD205.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd02600
            perform 9000-abrir-i-pd01400

            accept ws-data-hoje                     from date yyyymmdd
            compute ws-data-vencimento = function date-of-integer(
                    function integer-of-date(ws-data-hoje) + c-dias-vencimento-cobranca)

            move zeros                              to ws-nr-remessas
                                                       ws-valor-total
                                                       ws-qtde-cobrada-total
                                                       ws-nr-titulos
                                                       ws-nr-sem-valor
            set  ws-tabela-cheia                    to false

       exit.

      *>=================================================================================
      *> Remessas com embalagem em aberto após a data-limite viram um
      *> título por cliente no contas a receber, pelo valor acordado
      *> com o cliente ou, sem ele, pelo valor de indenização da
      *> embalagem; a quantidade cobrada sai do saldo e do aberto da
      *> remessa, e a cobrança entra no extrato com o número do título.
      *> Embalagem sem valor fica fora e é listada para cadastro.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "COBRANCA DE EMBALAGENS RETORNAVEIS NAO DEVOLVIDAS - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " - EM " ws-data-hoje into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 2100-selecionar-vencidas

            move 1                                  to ws-ix-inicio-cliente
            perform until ws-ix-inicio-cliente > ws-nr-remessas
                 move ws-rm-cd-cliente(ws-ix-inicio-cliente) to ws-cd-cliente
                 move ws-ix-inicio-cliente          to ws-ix-fim-cliente
                 perform until ws-ix-fim-cliente not less ws-nr-remessas
                               or ws-rm-cd-cliente(ws-ix-fim-cliente + 1) <> ws-cd-cliente
                      add  1                        to ws-ix-fim-cliente
                 end-perform
                 perform 2200-cobrar-cliente
                 compute ws-ix-inicio-cliente = ws-ix-fim-cliente + 1
            end-perform

            move ws-valor-total                     to ws-valor-x
            move ws-qtde-cobrada-total              to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL COBRADO: " ws-valor-x " - " ws-qtde-x " EMBALAGEM(NS) EM "
                   ws-nr-titulos " TITULO(S)"       into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-nr-sem-valor greater zeros
                 move spaces                        to rl-linha-relatorio
                 string "REMESSAS VENCIDAS SEM VALOR DE INDENIZACAO (NAO COBRADAS): "
                        ws-nr-sem-valor             into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if

            if   ws-tabela-cheia
                 move spaces                        to rl-linha-relatorio
                 string "LIMITE DE " c-max-remessas " REMESSAS POR EXECUCAO ATINGIDO - EXECUTAR NOVAMENTE"
                                                    into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if

            perform 9000-fechar-relatorio

            move ws-nr-remessas                     to lnk-nr-registros-lote

            move spaces                             to ws-mensagem
            string "Cobrança de embalagens concluída: " ws-nr-titulos " título(s) gerado(s)"
                                                    into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-selecionar-vencidas section.

            initialize                              f20500-movimento-embalagem
            move lnk-cd-empresa                     to f20500-cd-empresa
            move lnk-cd-filial                      to f20500-cd-filial
            perform 9000-str-pd20500-grt
            perform 9000-ler-pd20500-nex

            perform until not ws-operacao-ok
                          or f20500-cd-empresa <> lnk-cd-empresa
                          or f20500-cd-filial  <> lnk-cd-filial

                 if   f20500-remessa
                 and  f20500-qtde-em-aberto greater zeros
                 and  f20500-data-limite greater zeros
                 and  f20500-data-limite less ws-data-hoje
                      perform 2110-guardar-remessa
                      if   ws-tabela-cheia
                           exit perform
                      end-if
                 end-if

                 perform 9000-ler-pd20500-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2110-guardar-remessa section.

            move zeros                              to ws-valor-unitario

            initialize                              f20400-saldo-embalagem
            move f20500-cd-empresa                  to f20400-cd-empresa
            move f20500-cd-filial                   to f20400-cd-filial
            move f20500-cd-cliente                  to f20400-cd-cliente
            move f20500-cd-embalagem                to f20400-cd-embalagem
            perform 9000-ler-pd20400-ran
            if   ws-operacao-ok
                 move f20400-valor-acordado         to ws-valor-unitario
            end-if

            if   ws-valor-unitario equal zeros
                 initialize                         f20200-embalagem-retornavel
                 move f20500-cd-empresa             to f20200-cd-empresa
                 move f20500-cd-filial              to f20200-cd-filial
                 move f20500-cd-embalagem           to f20200-cd-embalagem
                 perform 9000-ler-pd20200-ran
                 if   ws-operacao-ok
                      move f20200-valor-indenizacao to ws-valor-unitario
                 end-if
            end-if
            move "00"                               to ws-resultado-acesso

            if   ws-valor-unitario equal zeros
                 add  1                             to ws-nr-sem-valor
                 move f20500-qtde-em-aberto         to ws-qtde-x
                 move spaces                        to rl-linha-relatorio
                 string "  SEM VALOR - CLIENTE " f20500-cd-cliente
                        " EMBALAGEM " f20500-cd-embalagem
                        " REMESSA " f20500-data-movimento
                        " NF " f20500-numero-documento
                        " ABERTO " ws-qtde-x        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            if   ws-nr-remessas not less c-max-remessas
                 set  ws-tabela-cheia               to true
                 exit section
            end-if

            add  1                                  to ws-nr-remessas
            move f20500-cd-cliente                  to ws-rm-cd-cliente(ws-nr-remessas)
            move f20500-cd-embalagem                to ws-rm-cd-embalagem(ws-nr-remessas)
            move f20500-data-movimento              to ws-rm-data-movimento(ws-nr-remessas)
            move f20500-nr-sequencia                to ws-rm-nr-sequencia(ws-nr-remessas)
            move f20500-qtde-em-aberto              to ws-rm-qtde-em-aberto(ws-nr-remessas)
            move ws-valor-unitario                  to ws-rm-valor-unitario(ws-nr-remessas)

       exit.

      *>=================================================================================
      *> Um título por cliente e execução: faixa reservada 920.000.000+
      *> (data da cobrança) - não colide com a numeração de NF-e do
      *> cliente na chave de pd02600; segunda execução no dia abre a
      *> parcela seguinte.
       2200-cobrar-cliente section.

            move zeros                              to ws-valor-cliente

            perform varying ws-ix-remessa from ws-ix-inicio-cliente by 1
                    until ws-ix-remessa > ws-ix-fim-cliente
                 compute ws-valor-item rounded =
                         ws-rm-qtde-em-aberto(ws-ix-remessa) * ws-rm-valor-unitario(ws-ix-remessa)
                 add  ws-valor-item                 to ws-valor-cliente
            end-perform

            initialize                              f01400-cliente
            move lnk-cd-empresa                     to f01400-cd-empresa
            move lnk-cd-filial                      to f01400-cd-filial
            move ws-cd-cliente                      to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move spaces                        to f01400-razao-social
            end-if

            compute ws-numero-titulo =
                    920000000 + function mod(ws-data-hoje, 10000000)

            initialize                              f02600-conta-receber
            move lnk-cd-empresa                     to f02600-cd-empresa
            move lnk-cd-filial                      to f02600-cd-filial
            move ws-cd-cliente                      to f02600-cd-cliente
            move ws-numero-titulo                   to f02600-numero-documento
            move 01                                 to f02600-nr-parcela
            move c-serie-titulo-embalagem           to f02600-serie-documento
            move ws-data-hoje                       to f02600-data-emissao
            move ws-data-vencimento                 to f02600-data-vencimento
            move ws-valor-cliente                   to f02600-valor-parcela
            move zeros                              to f02600-valor-pago
            set  f02600-titulo-aberto               to true

            perform 9000-gravar-pd02600
            perform until not ws-registro-existente
                 add  1                             to f02600-nr-parcela
                 perform 9000-gravar-pd02600
            end-perform
            if   not ws-operacao-ok
                 move spaces                        to rl-linha-relatorio
                 string "  ERRO AO GERAR TITULO DO CLIENTE " ws-cd-cliente
                        " - STATUS " ws-resultado-acesso into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
                 exit section
            end-if

            move f02600-nr-parcela                  to ws-nr-parcela-titulo
            add  1                                  to ws-nr-titulos
            add  ws-valor-cliente                   to ws-valor-total

            move ws-valor-cliente                   to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "CLIENTE " ws-cd-cliente " - " f01400-razao-social(1:40)
                   " TITULO " ws-numero-titulo "/" ws-nr-parcela-titulo
                   " VENCTO " ws-data-vencimento
                   " VALOR " ws-valor-x             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-remessa from ws-ix-inicio-cliente by 1
                    until ws-ix-remessa > ws-ix-fim-cliente
                 perform 2210-baixar-remessa
            end-perform

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2210-baixar-remessa section.

            initialize                              f20500-movimento-embalagem
            move lnk-cd-empresa                     to f20500-cd-empresa
            move lnk-cd-filial                      to f20500-cd-filial
            move ws-rm-cd-cliente(ws-ix-remessa)    to f20500-cd-cliente
            move ws-rm-cd-embalagem(ws-ix-remessa)  to f20500-cd-embalagem
            move ws-rm-data-movimento(ws-ix-remessa) to f20500-data-movimento
            move ws-rm-nr-sequencia(ws-ix-remessa)  to f20500-nr-sequencia
            perform 9000-ler-pd20500-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            move zeros                              to f20500-qtde-em-aberto
            perform 9000-regravar-pd20500

            compute ws-valor-item rounded =
                    ws-rm-qtde-em-aberto(ws-ix-remessa) * ws-rm-valor-unitario(ws-ix-remessa)
            move ws-rm-qtde-em-aberto(ws-ix-remessa) to ws-qtde-x
            move ws-rm-valor-unitario(ws-ix-remessa) to ws-valor-unitario-x
            move ws-valor-item                      to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  EMBALAGEM " f20500-cd-embalagem
                   " REMESSA " f20500-data-movimento
                   " NF " f20500-numero-documento "/" f20500-serie-documento
                   " LIMITE " f20500-data-limite
                   " QTDE " ws-qtde-x
                   " UNIT " ws-valor-unitario-x
                   " VALOR " ws-valor-x             into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            set  f20500-cobranca                    to true
            move ws-data-hoje                       to f20500-data-movimento
            move 1                                  to f20500-nr-sequencia
            move ws-rm-qtde-em-aberto(ws-ix-remessa) to f20500-qtde-movimento
            move zeros                              to f20500-qtde-em-aberto
                                                       f20500-data-limite
            move ws-numero-titulo                   to f20500-numero-documento
            move c-serie-titulo-embalagem           to f20500-serie-documento
            move spaces                             to f20500-observacao
            string "INDENIZACAO PARCELA " ws-nr-parcela-titulo into f20500-observacao
            accept ws-horas                         from time
            move ws-horas(01:06)                    to f20500-hora-movimento
            move lnk-id-usuario                     to f20500-id-usuario
            perform 9000-gravar-pd20500
            perform until not ws-registro-existente
                 add  1                             to f20500-nr-sequencia
                 perform 9000-gravar-pd20500
            end-perform

            initialize                              f20400-saldo-embalagem
            move lnk-cd-empresa                     to f20400-cd-empresa
            move lnk-cd-filial                      to f20400-cd-filial
            move ws-rm-cd-cliente(ws-ix-remessa)    to f20400-cd-cliente
            move ws-rm-cd-embalagem(ws-ix-remessa)  to f20400-cd-embalagem
            perform 9000-ler-pd20400-ran
            if   ws-operacao-ok
                 add  ws-rm-qtde-em-aberto(ws-ix-remessa) to f20400-qtde-cobrada
                 subtract ws-rm-qtde-em-aberto(ws-ix-remessa) from f20400-qtde-saldo
                 move ws-data-hoje                  to f20400-data-ultima-cobranca
                 perform 9000-regravar-pd20400
            end-if
            move "00"                               to ws-resultado-acesso

            add  ws-rm-qtde-em-aberto(ws-ix-remessa) to ws-qtde-cobrada-total

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd20200
            close pd20400
            close pd20500
            close pd02600
            close pd01400

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR20200.cpy.
       copy CSR20400.cpy.
       copy CSR20500.cpy.
       copy CSR02600.cpy.
       copy CSR01400.cpy.
