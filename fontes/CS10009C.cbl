               05 ws-id-inclusao-clonagem          pic x(01).
               05 ws-id-manutencao-clonagem        pic x(01).
               05 ws-id-exclusao-clonagem          pic x(01).

      *> Mesmo leiaute de lk-segregacao em CS00149S
       01   lk-segregacao.
            03 lk-sod-funcao                       pic x(01).
               88 lk-sod-verificar-perfil              value "P".
               88 lk-sod-verificar-usuario             value "U".
               88 lk-sod-listar-usuario                value "L".
            03 lk-sod-cd-programa-origem           pic x(08).
            03 lk-sod-cd-perfil                    pic 9(03).
            03 lk-sod-id-usuario                   pic 9(11).
            03 lk-sod-qtd-itens                    pic 9(03).
            03 lk-sod-item occurs 200 times.
               05 lk-sod-cd-programa               pic x(08).
               05 lk-sod-id-consulta               pic x(01).
               05 lk-sod-id-inclusao               pic x(01).
               05 lk-sod-id-manutencao             pic x(01).
               05 lk-sod-id-exclusao               pic x(01).
            03 lk-sod-id-retorno                   pic x(01).
               88 lk-sod-liberado                      value "S" false "N".
            03 lk-sod-qtd-conflitos                pic 9(02).
            03 lk-sod-conflito occurs 20 times.
               05 lk-sod-nr-regra                  pic 9(04).
               05 lk-sod-id-usuario-conflito       pic 9(11).
               05 lk-sod-cd-programa-a             pic x(08).
               05 lk-sod-id-operacao-a             pic x(01).
               05 lk-sod-cd-programa-b             pic x(08).
               05 lk-sod-id-operacao-b             pic x(01).
               05 lk-sod-descricao-regra           pic x(50).
      *>=================================================================================
       linkage section.
                 
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
                 perform 9000-move-registros-frame
            end-if     

            move f01000-controle-versao            to ws-ver-carimbo-lido

            perform until exit

                 accept f-descricao-perfil at line 13 col 34 with update auto-skip
                 
                 move f-descricao-perfil      to f01000-descricao-perfil

                 perform 9000-conferir-versao-pd01000
                 if   ws-versao-alterada
                      perform 9000-move-registros-frame
                      perform 9000-alteracao-concorrente
                      if   not ws-versao-recarregar
                           perform 8000-limpa-tela
                      end-if
                      exit section
                 end-if

                 perform 9000-regravar-pd01000

                 if   not ws-operacao-ok
                      perform 9000-mensagem 
                 
                      if   ws-mensagem-opcao-sim
                           perform 9000-excluir-pd01000
                      end-if
                 end-if                 
                 

            if   ws-mensagem-opcao-sim

                 *> Segregação de funções: a combinação copiada para o novo perfil
                 initialize                        lk-segregacao
                 set  lk-sod-verificar-perfil      to true
                 move c-este-programa              to lk-sod-cd-programa-origem
                 move f-cd-perfil                  to lk-sod-cd-perfil
                 move ws-qtd-itens-clonagem        to lk-sod-qtd-itens
                 perform varying ws-ix-clonagem from 1 by 1
                         until ws-ix-clonagem > ws-qtd-itens-clonagem
                      move ws-cd-programa-clonagem(ws-ix-clonagem)   to lk-sod-cd-programa(ws-ix-clonagem)
                      move ws-id-consulta-clonagem(ws-ix-clonagem)   to lk-sod-id-consulta(ws-ix-clonagem)
                      move ws-id-inclusao-clonagem(ws-ix-clonagem)   to lk-sod-id-inclusao(ws-ix-clonagem)
                      move ws-id-manutencao-clonagem(ws-ix-clonagem) to lk-sod-id-manutencao(ws-ix-clonagem)
                      move ws-id-exclusao-clonagem(ws-ix-clonagem)   to lk-sod-id-exclusao(ws-ix-clonagem)
                 end-perform
                 call c-segregacao-funcoes using lnk-par lk-segregacao
                 cancel c-segregacao-funcoes
                 if   not lk-sod-liberado
                      perform 8000-controle-frame
                      exit section
                 end-if

                 initialize                        f01000-perfil
                 move lnk-cd-empresa               to f01000-cd-empresa
                 move lnk-cd-filial                to f01000-cd-filial
