               88 ws-identidade-confirmada              value "S".
            03 ws-data-nascimento-informada         pic 9(08).
            03 ws-email-informado                   pic x(55).

       copy CSW00900.cpy.

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

       exit.

      *>=================================================================================
      *> Identidade confirmada - o próprio usuário define a nova senha
      *> (gravada só como hash, nada é exibido), e o usuário é reativado
      *> com as tentativas inválidas zeradas.
       2200-liberar-acesso section.

            initialize                              lk-senha
            set  lk-sen-nova-senha                  to true
            call c-servico-senha using lnk-par lk-senha
            cancel c-servico-senha
            if   not lk-sen-ok
                 move "Nova senha não definida - acesso não liberado" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move lk-sen-protegida                   to f00800-senha-protegida
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f00800-data-alteracao-senha
            set  f00800-trocar-senha                to false
            move zeros                              to f00800-nr-tentativas-invalidas
            set  f00800-ativo                       to true

            perform 9000-regravar-pd00800
            if   not ws-operacao-ok
                 string "Erro ao liberar acesso - usuário [" f00800-id-usuario "] Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Acesso liberado! Entre com a nova senha." to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
