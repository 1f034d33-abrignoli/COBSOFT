            03 ws-status-usuario                   pic x(01).
               88 ws-usuario-existente                  value "S".
               88 ws-usuario-inexistente                value " ".
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".

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
       
       01   f-usuario.
            03 f-cpf                               pic 9(11).
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-manutencao
                     end-perform
                when 04
                     perform 2100-exclusao
                when 05
                      initialize                   f00800-usuario
                      move f-cpf                   to f00800-id-usuario

      *> Senha provisória digitada pelo administrador (sem eco) e
      *> repassada ao usuário por fora do sistema - fica só o hash, e a
      *> troca é obrigatória no primeiro login
                      move "Informe a senha provisória do novo usuário." to ws-mensagem
                      perform 9000-mensagem

                      initialize                   lk-senha
                      set  lk-sen-nova-senha       to true
                      call c-servico-senha using lnk-par lk-senha
                      cancel c-servico-senha
                      if   not lk-sen-ok
                           move "Senha provisória não definida - inclusão cancelada!" to ws-mensagem
                           perform 9000-mensagem
                           exit section
                      end-if

                      move lk-sen-protegida        to f00800-senha-protegida

                      move f-nome-usuario          to f00800-nome-usuario

                      move f-data-nascimento       to ws-data
                      perform 9000-gravar-pd00800
                      
                      if   not ws-operacao-ok
                           string "Erro de gravação - usuário [" f00800-id-usuario "] Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                      end-if                    

            else
                 perform 9000-move-registros-frame
            end-if

            move f00800-controle-versao            to ws-ver-carimbo-lido
            
            if   f00800-desenvolvimento
                 string "Usuário não pode ser editado! - [" f-cpf "]" into ws-mensagem
                 move f-id-atribuir-acesso         to f00800-id-atribuir-acesso
                 move f-id-status-usuario          to f00800-id-status-usuario

                 perform 9000-conferir-versao-pd00800
                 if   ws-versao-alterada
                      perform 9000-move-registros-frame
                      perform 9000-alteracao-concorrente
                      if   not ws-versao-recarregar
                           perform 8000-limpa-tela
                      end-if
                      exit section
                 end-if

                 perform 9000-regravar-pd00800

                 if   not ws-operacao-ok
                      perform 9000-mensagem 
                 
                      if   ws-mensagem-opcao-sim
                           perform 9000-excluir-pd00800
                      end-if
                 end-if                 
                 
