      $set sourceformat"free"
       program-id. CS00151S.
      *>=================================================================================
      *>
      *>            Delegação de Alçadas - Verificação e Registro de Uso
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00800.cpy.
       copy CSS11400.cpy.
       copy CSS19900.cpy.
       copy CSS20000.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF11400.cpy.
       copy CSF19900.cpy.
       copy CSF20000.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00151S".
       78   c-descricao-programa                   value "DELEGACAO DE ALCADAS".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-valor-limite-efetivo             pic 9(11)v9(02).
            03 ws-id-titular-habilitado            pic x(01).
               88 ws-titular-habilitado                value "S" false "N".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *> Funções:
      *>   V - procura delegação vigente hoje para o usuário
      *>       lk-dlg-id-usuario-substituto no tipo lk-dlg-tipo. Em
      *>       compras o limite é a alçada do titular (pd11400), reduzida
      *>       ao limite da delegação quando informado, e precisa cobrir
      *>       lk-dlg-valor - vale a delegação de maior limite. Em preço
      *>       e supervisor o titular precisa ser supervisor (pd00800).
      *>   R - registra em pd20000 o uso da delegação lk-dlg-nr-delegacao
      *>       com a referência informada.
       01   lk-delegacao.
            03 lk-dlg-funcao                       pic x(01).
               88 lk-dlg-verificar                     value "V".
               88 lk-dlg-registrar-uso                 value "R".
            03 lk-dlg-tipo                         pic x(01).
               88 lk-dlg-compras                       value "C".
               88 lk-dlg-preco                         value "P".
               88 lk-dlg-supervisor                    value "S".
            03 lk-dlg-id-usuario-substituto        pic x(11).
            03 lk-dlg-valor                        pic 9(11)v9(02).
            03 lk-dlg-referencia                   pic x(60).
            03 lk-dlg-id-retorno                   pic x(01).
               88 lk-dlg-encontrada                    value "S" false "N".
            03 lk-dlg-nr-delegacao                 pic 9(06).
            03 lk-dlg-id-usuario-titular           pic x(11).
            03 lk-dlg-valor-limite                 pic 9(11)v9(02).

      *>=================================================================================
       procedure division using lnk-par lk-delegacao.

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

            string lnk-dat-path delimited   by "  " "\EFD199.DAT" into wid-pd19900
            open input pd19900
            if   ws-arquivo-inexistente
                 open output pd19900
                 close pd19900
                 open input pd19900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD199.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            evaluate true
                 when lk-dlg-verificar
                      perform 2100-verificar-delegacao
                 when lk-dlg-registrar-uso
                      perform 2200-registrar-uso
            end-evaluate

       exit.

      *>=================================================================================
       2100-verificar-delegacao section.

            set  lk-dlg-encontrada                  to false
            move zeros                              to lk-dlg-nr-delegacao
                                                       lk-dlg-valor-limite
            move spaces                             to lk-dlg-id-usuario-titular

            perform 9000-abrir-i-pd00800

            string lnk-dat-path delimited   by "  " "\EFD114.DAT" into wid-pd11400
            open input pd11400
            if   ws-arquivo-inexistente
                 open output pd11400
                 close pd11400
                 open input pd11400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD114.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f19900-delegacao-alcada
            move lnk-cd-empresa                     to f19900-cd-empresa
            move lnk-cd-filial                      to f19900-cd-filial
            perform 9000-str-pd19900-grt
            perform 9000-ler-pd19900-nex

            perform until not ws-operacao-ok
                          or f19900-cd-empresa <> lnk-cd-empresa
                          or f19900-cd-filial  <> lnk-cd-filial

                 if   f19900-delegacao-ativa
                 and  f19900-id-usuario-substituto equal lk-dlg-id-usuario-substituto
                 and  f19900-data-inicio <= ws-data-inv
                 and  f19900-data-fim    >= ws-data-inv
                      perform 2110-avaliar-delegacao
                 end-if

                 perform 9000-ler-pd19900-nex

            end-perform

            close pd00800
            close pd11400

       exit.

      *>=================================================================================
       2110-avaliar-delegacao section.

            evaluate true
                 when lk-dlg-compras
                      if   not f19900-delega-compras
                           exit section
                      end-if

                      initialize                    f11400-alcada-compra
                      move lnk-cd-empresa           to f11400-cd-empresa
                      move lnk-cd-filial            to f11400-cd-filial
                      move "U"                      to f11400-tipo-alcada
                      move f19900-id-usuario-titular to f11400-cd-referencia
                      perform 9000-ler-pd11400-ran
                      if   not ws-operacao-ok
                      or   not f11400-alcada-ativa
                           exit section
                      end-if

                      move f11400-valor-limite      to ws-valor-limite-efetivo
                      if   f19900-valor-limite greater zeros
                      and  f19900-valor-limite less ws-valor-limite-efetivo
                           move f19900-valor-limite to ws-valor-limite-efetivo
                      end-if

                      if   ws-valor-limite-efetivo less lk-dlg-valor
                      or  (lk-dlg-encontrada and ws-valor-limite-efetivo <= lk-dlg-valor-limite)
                           exit section
                      end-if

                 when lk-dlg-preco
                 when lk-dlg-supervisor
                      if   lk-dlg-encontrada
                           exit section
                      end-if
                      if   lk-dlg-preco
                      and  not f19900-delega-preco
                           exit section
                      end-if
                      if   lk-dlg-supervisor
                      and  not f19900-delega-supervisor
                           exit section
                      end-if

                      perform 2120-titular-supervisor
                      if   not ws-titular-habilitado
                           exit section
                      end-if

                      move zeros                    to ws-valor-limite-efetivo

                 when other
                      exit section
            end-evaluate

            set  lk-dlg-encontrada                  to true
            move f19900-nr-delegacao                to lk-dlg-nr-delegacao
            move f19900-id-usuario-titular          to lk-dlg-id-usuario-titular
            move ws-valor-limite-efetivo            to lk-dlg-valor-limite

       exit.

      *>=================================================================================
       2120-titular-supervisor section.

            set  ws-titular-habilitado              to false

            initialize                              f00800-usuario
            move f19900-id-usuario-titular          to f00800-id-usuario
            perform 9000-ler-pd00800-ran
            if   ws-operacao-ok
            and  not f00800-inativo
            and  f00800-permite-atribuir-acesso
                 set  ws-titular-habilitado         to true
            end-if

       exit.

      *>=================================================================================
       2200-registrar-uso section.

            string lnk-dat-path delimited   by "  " "\EFD200.DAT" into wid-pd20000
            open i-o pd20000
            if   ws-arquivo-inexistente
                 open output pd20000
                 close pd20000
                 open i-o pd20000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD200.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            initialize                              f20000-uso-delegacao
            move lnk-cd-empresa                     to f20000-cd-empresa
            move lnk-cd-filial                      to f20000-cd-filial
            move ws-data-inv                        to f20000-data-uso
            move 1                                  to f20000-nr-sequencia
            move ws-horas(1:6)                      to f20000-hora-uso
            move lk-dlg-nr-delegacao                to f20000-nr-delegacao
            move lk-dlg-id-usuario-titular          to f20000-id-usuario-titular
            move lk-dlg-id-usuario-substituto       to f20000-id-usuario-substituto
            move lk-dlg-tipo                        to f20000-tipo-aprovacao
            move lnk-cd-programa                    to f20000-cd-programa
            move lk-dlg-referencia                  to f20000-ds-referencia

            perform 9000-gravar-pd20000
            perform until not ws-registro-existente
                 add  1                             to f20000-nr-sequencia
                 perform 9000-gravar-pd20000
            end-perform

            close pd20000

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd19900

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00800.cpy.
       copy CSR11400.cpy.
       copy CSR19900.cpy.
       copy CSR20000.cpy.
