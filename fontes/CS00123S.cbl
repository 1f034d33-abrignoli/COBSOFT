      *> autorizou. A senha é pedida na hora, na própria tela - é o
      *> "chama o supervisor no balcão" do sistema, usado pelas travas
      *> de desconto, recebimento abaixo do corrigido e liberações de
      *> conferência. Quem não é supervisor autoriza se estiver com
      *> delegação vigente de um supervisor (pd19900) - volta o titular
      *> em lk-sup-id-usuario-titular. Liberação de preço usa o escopo
      *> próprio da delegação (tipo P); as demais, o de supervisor.
       01   lk-parametros-supervisor.
            03 lk-sup-motivo                       pic x(60).
            03 lk-sup-id-autorizacao               pic x(01).
               88 lk-sup-autorizado                    value "S" false "N".
            03 lk-sup-id-usuario                   pic x(11).
            03 lk-sup-tipo-autorizacao             pic x(01).
               88 lk-sup-liberacao-preco               value "P".
            03 lk-sup-id-usuario-titular           pic x(11).

      *> Mesmo leiaute de lk-delegacao em CS00151S
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

      *> Mesmo leiaute de lk-senha em CS00147S
       01   lk-senha.
            03 lk-sen-funcao                       pic x(01).
               88 lk-sen-gerar                         value "G".
               88 lk-sen-conferir                      value "C".
               88 lk-sen-nova-senha                    value "N".
            03 lk-sen-senha                        pic x(15).
            03 lk-sen-protegida.
               05 lk-sen-id-formato                pic x(01).
                  88 lk-sen-formato-hash               value "H".
               05 lk-sen-salt                      pic x(16).
               05 lk-sen-hash                      pic x(64).
            03 lk-sen-id-retorno                   pic x(01).
               88 lk-sen-ok                            value "S" false "N".

      *>=================================================================================
       linkage section.
            move lnk-linha-comando                 to lk-parametros-supervisor
            set  lk-sup-autorizado                 to false
            move spaces                            to lk-sup-id-usuario
                                                      lk-sup-id-usuario-titular

            perform 9000-abrir-i-pd00800

            display "Senha supervisor....:"          at line 28 col 03
            accept ws-pw-supervisor                 at line 28 col 25 secure

            initialize                              lk-senha
            initialize                              f00800-usuario
            move ws-id-supervisor                   to f00800-id-usuario
            perform 9000-ler-pd00800-ran
            if   ws-operacao-ok
                 set  lk-sen-conferir               to true
                 move ws-pw-supervisor              to lk-sen-senha
                 move f00800-senha-protegida        to lk-sen-protegida
                 call c-servico-senha using lnk-par lk-senha
                 cancel c-servico-senha
                 move spaces                        to ws-pw-supervisor
            end-if
            if   not ws-operacao-ok
            or   not f00800-ativo
            or   not lk-sen-ok
                 move "Autorização negada - usuário/senha inválidos ou sem perfil de supervisor!" to ws-mensagem
                 perform 9000-mensagem
                 perform 2900-devolver-resultado
                 exit section
            end-if

            if   not f00800-permite-atribuir-acesso
                 perform 2100-autorizar-por-delegacao
                 if   not lk-dlg-encontrada
                      move "Autorização negada - usuário/senha inválidos ou sem perfil de supervisor!" to ws-mensagem
                      perform 9000-mensagem
                      perform 2900-devolver-resultado
                      exit section
                 end-if
                 move lk-dlg-id-usuario-titular     to lk-sup-id-usuario-titular
            end-if

            set  lk-sup-autorizado                  to true
            move f00800-id-usuario                  to lk-sup-id-usuario


       exit.

      *>=================================================================================
      *> Delegação vigente para o usuário: o uso fica registrado com o
      *> motivo da autorização como referência.
       2100-autorizar-por-delegacao section.

            initialize                              lk-delegacao
            set  lk-dlg-verificar                   to true
            if   lk-sup-liberacao-preco
                 set  lk-dlg-preco                  to true
            else
                 set  lk-dlg-supervisor             to true
            end-if
            move f00800-id-usuario                  to lk-dlg-id-usuario-substituto
            call c-delegacao-alcadas using lnk-par lk-delegacao
            cancel c-delegacao-alcadas

            if   not lk-dlg-encontrada
                 exit section
            end-if

            set  lk-dlg-registrar-uso               to true
            move lk-sup-motivo                      to lk-dlg-referencia
            call c-delegacao-alcadas using lnk-par lk-delegacao
            cancel c-delegacao-alcadas

            move spaces                             to ws-mensagem
            string "Autorização por delegação - em nome de " lk-dlg-id-usuario-titular
                   into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2900-devolver-resultado section.

