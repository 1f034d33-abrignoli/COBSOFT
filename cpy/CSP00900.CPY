            call c-sleep using ws-nr-segundos
            cancel c-sleep
       
       exit. 
      *>=================================================================================
       9000-registrar-journal section.

            move c-este-programa                   to ws-jrn-cd-programa
            call c-journal using lnk-par ws-parametros-journal
            cancel c-journal

       exit.

      *>=================================================================================
      *> Carimbo da gravação em ws-ver-carimbo - a versão já vem calculada
      *> pela rotina 9000-gravar ou 9000-regravar do arquivo
       9000-carimbar-versao section.

            accept ws-ver-data-versao              from date yyyymmdd
            accept ws-ver-horas                    from time
            move ws-ver-horas(1:6)                 to ws-ver-hora-versao
            move lnk-id-usuario                    to ws-ver-id-usuario-versao
            move c-este-programa                   to ws-ver-cd-programa-versao

       exit.

      *>=================================================================================
      *> Registro regravado por outro usuário depois da leitura da
      *> manutenção: informa quem alterou e quando, e o operador escolhe
      *> recarregar (a opção recomeça sobre os dados atuais) ou abandonar.
       9000-alteracao-concorrente section.

            string "Registro alterado por " ws-ver-id-usuario-versao delimited by "  "
                   " em " ws-ver-data-versao(7:2) "/" ws-ver-data-versao(5:2) "/" ws-ver-data-versao(1:4)
                   " as " ws-ver-hora-versao(1:2) ":" ws-ver-hora-versao(3:2) " (" ws-ver-cd-programa-versao
                   ") depois da sua leitura - alteração não gravada" into ws-mensagem
            perform 9000-mensagem

            set  ws-versao-recarregar              to false
            move "Recarregar o registro atual e refazer a alteração? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   ws-mensagem-opcao-sim
                 set  ws-versao-recarregar         to true
            end-if

       exit.
