       01   ws-campos-trabalho.
            03 ws-computer-name                    pic x(55).
            03 ws-dias-desde-senha                 pic s9(06).

      *> Segundo fator (TOTP simplificado) - janela de 5 minutos
            03 ws-codigo-2fa-digitado              pic 9(06).
            03 ws-id-2fa                           pic x(01).
               88 ws-segundo-fator-ok                  value "S" false "N".
            03 ws-nr-sequencia-auditoria           pic 9(06).
            03 ws-id-senha                         pic x(01).
               88 ws-senha-confere                     value "S" false "N".
               88 ws-senha-trocada                     value "T".

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
 
                      perform 9000-mensagem
                      set lnk-com-erros            to true  
                 end-if

                 set  ws-senha-confere              to false
                 if   ws-operacao-ok
                      initialize                    lk-senha
                      set  lk-sen-conferir          to true
                      move lnk-pw-usuario           to lk-sen-senha
                      move f00800-senha-protegida   to lk-sen-protegida
                      call c-servico-senha using lnk-par lk-senha
                      cancel c-servico-senha
                      if   lk-sen-ok
                           set  ws-senha-confere    to true
                      end-if
                 end-if
                 
                 evaluate true

                      when  f00800-id-usuario equal function numval(lnk-id-usuario)
                      and   ws-senha-confere
                      and   f00800-ativo

      *> Contas privilegiadas (atribuem acesso) com segundo fator
                                 end-if
                            end-if

                            if   not f00800-trocar-senha
                                 compute ws-dias-desde-senha =
                                         function integer-of-date(ws-data-inv) -

                            if   f00800-trocar-senha
                                 perform 2200-trocar-senha-vencida
                                 if   not ws-senha-trocada
                                      move "Troca de senha obrigatória não concluída - acesso negado!" to ws-mensagem
                                      perform 9000-mensagem
                                      exit section
                                 end-if
                            end-if

                            if   f00800-desenvolvimento
                                 set lnk-login-master    to true
                            end-if
                            move f00800-id-usuario       to lnk-id-usuario
                            move f00800-nome-usuario     to lnk-nome-usuario

                            move zeros                   to f00800-nr-tentativas-invalidas
                            perform 2100-atualizar-login
                            perform 9000-regravar-pd00800

      *>=================================================================================
      *> Senha vencida (mais de c-dias-validade-senha dias sem troca) ou marcada
      *> para troca obrigatória (provisória, importada ou convertida) - o
      *> próprio usuário define a nova senha, que é gravada só como hash,
      *> antes de liberar o acesso. Sem troca, sem acesso.
       2200-trocar-senha-vencida section.

            move "Senha provisória ou vencida - defina uma nova senha para continuar." to ws-mensagem
            perform 9000-mensagem

            initialize                             lk-senha
            set  lk-sen-nova-senha                 to true
            move f00800-senha-protegida            to lk-sen-protegida
            call c-servico-senha using lnk-par lk-senha
            cancel c-servico-senha
            if   not lk-sen-ok
                 exit section
            end-if

            move lk-sen-protegida                  to f00800-senha-protegida
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f00800-data-alteracao-senha
            set  f00800-trocar-senha               to false

            perform 9000-regravar-pd00800
            if   not ws-operacao-ok
                 string "Erro ao gravar nova senha - usuário [" f00800-id-usuario "] Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-senha-trocada                  to true
            move "Senha alterada com sucesso!"     to ws-mensagem
            perform 9000-mensagem

       exit.

