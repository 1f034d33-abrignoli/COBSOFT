      $set sourceformat"free"
       program-id. CS00138S.
      *>=================================================================================
      *>
      *>                Compensação de Adiantamentos de Clientes e Fornecedores
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14500.cpy.
       copy CSS14600.cpy.
       copy CSS02600.cpy.
       copy CSS02700.cpy.

      *>=================================================================================
       data division.

       copy CSF14500.cpy.
       copy CSF14600.cpy.
       copy CSF02600.cpy.
       copy CSF02700.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00138S".
       78   c-descricao-programa                   value "COMPENSACAO DE ADIANTAMENTOS".
       78   c-max-reservas                         value 50.

       copy CSW00900.cpy.

      *> Recebido em lnk-linha-comando:
      *>   modo S - devolve o saldo em aberto dos adiantamentos do parceiro;
      *>   modo C - compensa o saldo contra os títulos em aberto do
      *>            documento (parcelas em ordem), limitado ao valor
      *>            informado quando maior que zero. Documento de
      *>            fornecedor ainda sem títulos fica com o valor
      *>            reservado (até o limite, obrigatório nesse caso);
      *>   modo E - efetiva nos títulos recém-lançados as reservas do
      *>            documento do fornecedor; sobra volta ao adiantamento.
      *> Tipo do parceiro C cliente (pd02600) / F fornecedor (pd02700).
       01   lk-parametros-adiantamento.
            03 lk-adt-modo                         pic x(01).
               88 lk-adt-consultar-saldo               value "S".
               88 lk-adt-compensar                     value "C".
               88 lk-adt-efetivar-reservas             value "E".
            03 lk-adt-tipo-parceiro                pic x(01).
               88 lk-adt-cliente                       value "C".
               88 lk-adt-fornecedor                    value "F".
            03 lk-adt-cd-parceiro                  pic 9(09).
            03 lk-adt-numero-documento             pic 9(09).
            03 lk-adt-valor-limite                 pic 9(09)v9(02).
            03 lk-adt-ds-origem                    pic x(08).
            03 lk-adt-valor-saldo                  pic 9(09)v9(02).
            03 lk-adt-valor-compensado             pic 9(09)v9(02).
            03 lk-adt-valor-reservado              pic 9(09)v9(02).
            03 lk-adt-id-resultado                 pic x(01).
               88 lk-adt-processado                    value "S" false "N".

       01   ws-campos-trabalho.
            03 ws-id-titulo                        pic x(01).
               88 ws-titulo-em-aberto                   value "S" false "N".
            03 ws-nr-titulos                       pic 9(03).
            03 ws-nr-parcela                       pic 9(02).
            03 ws-valor-titulos-abertos            pic 9(09)v9(02).
            03 ws-valor-a-compensar                pic 9(09)v9(02).
            03 ws-valor-disponivel                 pic 9(09)v9(02).
            03 ws-valor-aplicar                    pic 9(09)v9(02).
            03 ws-valor-aplicado                   pic 9(09)v9(02).
            03 ws-valor-parcial                    pic 9(09)v9(02).
            03 ws-saldo-titulo                     pic 9(09)v9(02).
            03 ws-data-hoje                        pic 9(08).
            03 ws-ix-reserva                       pic 9(03).
            03 ws-nr-reservas                      pic 9(03).

      *> Reservas do documento lidas antes da efetivação (pd14600 é
      *> regravado durante a aplicação nos títulos)
       01   ws-tabela-reservas.
            03 ws-reserva                          occurs 50 times.
               05 ws-res-nr-adiantamento           pic 9(06).
               05 ws-res-nr-sequencia              pic 9(03).
               05 ws-res-valor                     pic 9(09)v9(02).

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

            move lnk-linha-comando                 to lk-parametros-adiantamento
            set  lk-adt-processado                 to false
            move zeros                             to lk-adt-valor-saldo
                                                      lk-adt-valor-compensado
                                                      lk-adt-valor-reservado

            accept ws-data-hoje                    from date yyyymmdd

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

            string lnk-dat-path delimited   by "  " "\EFD146.DAT" into wid-pd14600
            open i-o pd14600
            if   ws-arquivo-inexistente
                 open output pd14600
                 close pd14600
                 open i-o pd14600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD146.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd02600
            perform 9000-abrir-io-pd02700

       exit.

      *>=================================================================================
       2000-processamento section.

            if   not lk-adt-cliente
            and  not lk-adt-fornecedor
                 move lk-parametros-adiantamento   to lnk-linha-comando
                 exit section
            end-if

            evaluate true
                 when lk-adt-consultar-saldo
                      perform 2100-apurar-saldo
                      set  lk-adt-processado        to true
                 when lk-adt-compensar
                      perform 2100-apurar-saldo
                      if   lk-adt-valor-saldo greater zeros
                           perform 2200-compensar-documento
                      end-if
                 when lk-adt-efetivar-reservas
                      if   lk-adt-fornecedor
                           perform 2300-efetivar-reservas
                      end-if
                      perform 2100-apurar-saldo
            end-evaluate

            move lk-parametros-adiantamento        to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Saldo em aberto = valor - compensado (baixado e reservado) dos
      *> adiantamentos ativos do parceiro.
       2100-apurar-saldo section.

            move zeros                             to lk-adt-valor-saldo

            perform 2110-posicionar-adiantamentos

            perform until not ws-operacao-ok
                          or f14500-cd-empresa    <> lnk-cd-empresa
                          or f14500-cd-filial     <> lnk-cd-filial
                          or f14500-tipo-parceiro <> lk-adt-tipo-parceiro
                          or f14500-cd-parceiro   <> lk-adt-cd-parceiro

                 if   f14500-adiantamento-aberto
                      compute lk-adt-valor-saldo = lk-adt-valor-saldo
                            + f14500-valor-adiantamento - f14500-valor-compensado
                 end-if

                 perform 9000-ler-pd14500-nex

            end-perform

       exit.

      *>=================================================================================
       2110-posicionar-adiantamentos section.

            initialize                             f14500-adiantamento
            move lnk-cd-empresa                    to f14500-cd-empresa
            move lnk-cd-filial                     to f14500-cd-filial
            move lk-adt-tipo-parceiro              to f14500-tipo-parceiro
            move lk-adt-cd-parceiro                to f14500-cd-parceiro
            perform 9000-str-pd14500-grt
            perform 9000-ler-pd14500-nex

       exit.

      *>=================================================================================
      *> Consome os adiantamentos do mais antigo para o mais novo. Com
      *> títulos em aberto no documento a baixa é imediata; documento de
      *> fornecedor ainda sem nenhum título recebe a reserva.
       2200-compensar-documento section.

            perform 2210-apurar-titulos-documento

            evaluate true
                 when ws-valor-titulos-abertos greater zeros
                      move ws-valor-titulos-abertos to ws-valor-a-compensar
                 when ws-nr-titulos equal zeros
                 and  lk-adt-fornecedor
                 and  lk-adt-valor-limite greater zeros
                      move lk-adt-valor-limite      to ws-valor-a-compensar
                 when other
                      exit section
            end-evaluate

            if   ws-valor-a-compensar greater lk-adt-valor-saldo
                 move lk-adt-valor-saldo           to ws-valor-a-compensar
            end-if
            if   lk-adt-valor-limite greater zeros
            and  ws-valor-a-compensar greater lk-adt-valor-limite
                 move lk-adt-valor-limite          to ws-valor-a-compensar
            end-if

            perform 2110-posicionar-adiantamentos

            perform until not ws-operacao-ok
                          or f14500-cd-empresa    <> lnk-cd-empresa
                          or f14500-cd-filial     <> lnk-cd-filial
                          or f14500-tipo-parceiro <> lk-adt-tipo-parceiro
                          or f14500-cd-parceiro   <> lk-adt-cd-parceiro
                          or ws-valor-a-compensar equal zeros

                 if   f14500-adiantamento-aberto
                      compute ws-valor-disponivel =
                              f14500-valor-adiantamento - f14500-valor-compensado
                      if   ws-valor-disponivel greater zeros
                           if   ws-valor-disponivel greater ws-valor-a-compensar
                                move ws-valor-a-compensar to ws-valor-aplicar
                           else
                                move ws-valor-disponivel  to ws-valor-aplicar
                           end-if

                           if   ws-nr-titulos equal zeros
                                perform 2220-reservar-documento
                           else
                                perform 2400-aplicar-em-titulos
                           end-if

                           add  ws-valor-aplicado  to f14500-valor-compensado
                           subtract ws-valor-aplicado from ws-valor-a-compensar
                           perform 2500-regravar-adiantamento
                      end-if
                 end-if

                 perform 9000-ler-pd14500-nex

            end-perform

            set  lk-adt-processado                 to true

       exit.

      *>=================================================================================
       2210-apurar-titulos-documento section.

            move zeros                             to ws-nr-titulos
            move zeros                             to ws-valor-titulos-abertos

            perform varying ws-nr-parcela from 1 by 1
                    until ws-nr-parcela > 99

                 perform 2410-ler-titulo
                 if   not ws-operacao-ok
                      exit perform
                 end-if

                 add  1                            to ws-nr-titulos
                 if   ws-titulo-em-aberto
                      add  ws-saldo-titulo         to ws-valor-titulos-abertos
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2220-reservar-documento section.

            move ws-valor-aplicar                  to ws-valor-aplicado

            initialize                             f14600-compensacao-adiantamento
            move 00                                to f14600-nr-parcela
            move ws-valor-aplicado                 to f14600-valor-compensado
            set  f14600-compensacao-reservada      to true
            perform 2600-gravar-compensacao

            add  ws-valor-aplicado                 to lk-adt-valor-reservado

       exit.

      *>=================================================================================
      *> Reservas feitas no recebimento da nota viram baixa nos títulos
      *> lançados no contas a pagar; o que os títulos não absorverem
      *> (documento lançado com valor menor) volta ao adiantamento.
       2300-efetivar-reservas section.

            move zeros                             to ws-nr-reservas
            initialize                             ws-tabela-reservas

            initialize                             f14600-compensacao-adiantamento
            move lnk-cd-empresa                    to f14600-cd-empresa
            move lnk-cd-filial                     to f14600-cd-filial
            move lk-adt-tipo-parceiro              to f14600-tipo-parceiro
            move lk-adt-cd-parceiro                to f14600-cd-parceiro
            perform 9000-str-pd14600-grt
            perform 9000-ler-pd14600-nex

            perform until not ws-operacao-ok
                          or f14600-cd-empresa    <> lnk-cd-empresa
                          or f14600-cd-filial     <> lnk-cd-filial
                          or f14600-tipo-parceiro <> lk-adt-tipo-parceiro
                          or f14600-cd-parceiro   <> lk-adt-cd-parceiro
                          or ws-nr-reservas >= c-max-reservas

                 if   f14600-compensacao-reservada
                 and  f14600-numero-documento equal lk-adt-numero-documento
                      add  1                       to ws-nr-reservas
                      move f14600-nr-adiantamento  to ws-res-nr-adiantamento(ws-nr-reservas)
                      move f14600-nr-sequencia     to ws-res-nr-sequencia(ws-nr-reservas)
                      move f14600-valor-compensado to ws-res-valor(ws-nr-reservas)
                 end-if

                 perform 9000-ler-pd14600-nex

            end-perform

            perform varying ws-ix-reserva from 1 by 1
                    until ws-ix-reserva > ws-nr-reservas
                 perform 2310-efetivar-reserva
            end-perform

            if   ws-nr-reservas greater zeros
                 set  lk-adt-processado            to true
            end-if

       exit.

      *>=================================================================================
       2310-efetivar-reserva section.

            initialize                             f14600-compensacao-adiantamento
            move lnk-cd-empresa                    to f14600-cd-empresa
            move lnk-cd-filial                     to f14600-cd-filial
            move lk-adt-tipo-parceiro              to f14600-tipo-parceiro
            move lk-adt-cd-parceiro                to f14600-cd-parceiro
            move ws-res-nr-adiantamento(ws-ix-reserva) to f14600-nr-adiantamento
            move ws-res-nr-sequencia(ws-ix-reserva)    to f14600-nr-sequencia
            perform 9000-ler-pd14600-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            set  f14600-reserva-efetivada          to true
            move ws-data-hoje                      to f14600-data-compensacao
            perform 9000-regravar-pd14600

            initialize                             f14500-adiantamento
            move lnk-cd-empresa                    to f14500-cd-empresa
            move lnk-cd-filial                     to f14500-cd-filial
            move lk-adt-tipo-parceiro              to f14500-tipo-parceiro
            move lk-adt-cd-parceiro                to f14500-cd-parceiro
            move ws-res-nr-adiantamento(ws-ix-reserva) to f14500-nr-adiantamento
            perform 9000-ler-pd14500-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            move ws-res-valor(ws-ix-reserva)       to ws-valor-aplicar
            perform 2400-aplicar-em-titulos

            if   ws-valor-aplicado less ws-valor-aplicar
                 compute f14500-valor-compensado =
                         f14500-valor-compensado - (ws-valor-aplicar - ws-valor-aplicado)
            end-if

            perform 2500-regravar-adiantamento

       exit.

      *>=================================================================================
      *> Aplica ws-valor-aplicar do adiantamento corrente (f14500) nas
      *> parcelas em aberto do documento, em ordem, registrando uma
      *> compensação por parcela; devolve o aplicado em ws-valor-aplicado.
       2400-aplicar-em-titulos section.

            move zeros                             to ws-valor-aplicado

            perform varying ws-nr-parcela from 1 by 1
                    until ws-nr-parcela > 99
                       or ws-valor-aplicado >= ws-valor-aplicar

                 perform 2410-ler-titulo
                 if   not ws-operacao-ok
                      exit perform
                 end-if

                 if   ws-titulo-em-aberto
                      compute ws-valor-parcial = ws-valor-aplicar - ws-valor-aplicado
                      if   ws-valor-parcial greater ws-saldo-titulo
                           move ws-saldo-titulo    to ws-valor-parcial
                      end-if
                      perform 2420-baixar-titulo
                      if   ws-operacao-ok
                           add  ws-valor-parcial   to ws-valor-aplicado
                           add  ws-valor-parcial   to lk-adt-valor-compensado
                           initialize              f14600-compensacao-adiantamento
                           move ws-nr-parcela      to f14600-nr-parcela
                           move ws-valor-parcial   to f14600-valor-compensado
                           set  f14600-compensacao-baixada to true
                           perform 2600-gravar-compensacao
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2410-ler-titulo section.

            set  ws-titulo-em-aberto               to false
            move zeros                             to ws-saldo-titulo

            if   lk-adt-cliente
                 initialize                        f02600-conta-receber
                 move lnk-cd-empresa               to f02600-cd-empresa
                 move lnk-cd-filial                to f02600-cd-filial
                 move lk-adt-cd-parceiro           to f02600-cd-cliente
                 move lk-adt-numero-documento      to f02600-numero-documento
                 move ws-nr-parcela                to f02600-nr-parcela
                 perform 9000-ler-pd02600-ran
                 if   ws-operacao-ok
                 and (f02600-titulo-aberto or f02600-titulo-vencido)
                 and  not f02600-titulo-descontado
                 and  f02600-valor-parcela greater f02600-valor-pago
                      set  ws-titulo-em-aberto     to true
                      compute ws-saldo-titulo = f02600-valor-parcela - f02600-valor-pago
                 end-if
            else
                 initialize                        f02700-conta-pagar
                 move lnk-cd-empresa               to f02700-cd-empresa
                 move lnk-cd-filial                to f02700-cd-filial
                 move lk-adt-cd-parceiro           to f02700-cd-fornecedor
                 move lk-adt-numero-documento      to f02700-numero-documento
                 move ws-nr-parcela                to f02700-nr-parcela
                 perform 9000-ler-pd02700-ran
                 if   ws-operacao-ok
                 and (f02700-titulo-aberto or f02700-titulo-vencido)
                 and  f02700-valor-parcela greater f02700-valor-pago
                      set  ws-titulo-em-aberto     to true
                      compute ws-saldo-titulo = f02700-valor-parcela - f02700-valor-pago
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Baixa por compensação: sem movimento na tesouraria - o dinheiro
      *> já entrou (ou saiu) no lançamento do adiantamento.
       2420-baixar-titulo section.

            if   lk-adt-cliente
                 add  ws-valor-parcial             to f02600-valor-pago
                 move ws-data-hoje                 to f02600-data-ultimo-pagamento
                 move lnk-id-usuario               to f02600-id-usuario-baixa
                 if   f02600-valor-pago >= f02600-valor-parcela
                      set  f02600-titulo-pago      to true
                 end-if
                 perform 9000-regravar-pd02600
            else
                 add  ws-valor-parcial             to f02700-valor-pago
                 move ws-data-hoje                 to f02700-data-ultimo-pagamento
                 move lnk-id-usuario               to f02700-id-usuario-baixa
                 if   f02700-valor-pago >= f02700-valor-parcela
                      set  f02700-titulo-pago      to true
                 end-if
                 perform 9000-regravar-pd02700
            end-if

       exit.

      *>=================================================================================
       2500-regravar-adiantamento section.

            move ws-data-hoje                      to f14500-data-ultima-compensacao
            if   f14500-valor-compensado >= f14500-valor-adiantamento
                 set  f14500-adiantamento-compensado to true
            else
                 set  f14500-adiantamento-aberto   to true
            end-if

            perform 9000-regravar-pd14500
            if   not ws-operacao-ok
                 string "Erro ao regravar adiantamento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Grava a compensação do adiantamento corrente - a sequência é
      *> resolvida por tentativa de gravação (chave duplicada avança).
       2600-gravar-compensacao section.

            move f14500-cd-empresa                 to f14600-cd-empresa
            move f14500-cd-filial                  to f14600-cd-filial
            move f14500-tipo-parceiro              to f14600-tipo-parceiro
            move f14500-cd-parceiro                to f14600-cd-parceiro
            move f14500-nr-adiantamento            to f14600-nr-adiantamento
            move lk-adt-numero-documento           to f14600-numero-documento
            move ws-data-hoje                      to f14600-data-compensacao
            move lnk-id-usuario                    to f14600-id-usuario
            move lk-adt-ds-origem                  to f14600-ds-origem
            move 1                                 to f14600-nr-sequencia

            perform 9000-gravar-pd14600
            perform until not ws-registro-existente
                 add  1                            to f14600-nr-sequencia
                 perform 9000-gravar-pd14600
            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd14500
            close pd14600
            close pd02600
            close pd02700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR14500.cpy.
       copy CSR14600.cpy.
       copy CSR02600.cpy.
       copy CSR02700.cpy.
