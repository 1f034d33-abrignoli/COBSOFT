               88 f-permite-exclusao                     value "S".
               88 f-nao-permite-exclusao                 value "N".
            03 f-ds-exclusao                       pic x(20).

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
                 
                      perform 9000-mensagem 
                      
                      if   ws-mensagem-opcao-sim
                           perform 9000-excluir-pd01100
                      end-if
                      
                      perform 8000-controle-frame                      
            
            if   ws-mensagem-opcao-sim
            
                 *> Segregação de funções: o perfil e quem o possui
                 initialize                        lk-segregacao
                 set  lk-sod-verificar-perfil      to true
                 move c-este-programa              to lk-sod-cd-programa-origem
                 move f-cd-perfil                  to lk-sod-cd-perfil
                 move 1                            to lk-sod-qtd-itens
                 move f-cd-programa                to lk-sod-cd-programa(1)
                 move f-id-consulta                to lk-sod-id-consulta(1)
                 move f-id-inclusao                to lk-sod-id-inclusao(1)
                 move f-id-manutencao              to lk-sod-id-manutencao(1)
                 move f-id-exclusao                to lk-sod-id-exclusao(1)
                 call c-segregacao-funcoes using lnk-par lk-segregacao
                 cancel c-segregacao-funcoes
                 if   not lk-sod-liberado
                      exit section
                 end-if

                 initialize                        f01100-perfil-modulo
                 move lnk-cd-empresa               to f01100-cd-empresa
                 move lnk-cd-filial                to f01100-cd-filial
