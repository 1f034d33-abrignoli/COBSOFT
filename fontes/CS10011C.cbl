            03 ws-id-permissao-origem-localizada   pic x(01).
               88 ws-permissao-origem-localizada       value "S".
            03 ws-descricao-origem-permissao       pic x(48).

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
                      perform until not ws-operacao-ok
                           or f01200-id-usuario <> f-cpf
                           
                           perform 9000-excluir-pd01200
                                             
                           perform 9000-ler-pd01200-nex 
                      end-perform
                      perform until not ws-operacao-ok
                           or f01300-id-usuario <> f-cpf
                           
                           perform 9000-excluir-pd01300
                                             
                           perform 9000-ler-pd01300-nex 
                      end-perform
                           perform until not ws-operacao-ok
                                or f01300-id-usuario <> f-cpf
                                
                                perform 9000-excluir-pd01300
                                                  
                                perform 9000-ler-pd01300-nex 
                           end-perform
                                     initialize                   f01300-usuario-modulo
                                     move lnk-cd-empresa          to f01300-cd-empresa
                                     move lnk-cd-filial           to f01300-cd-filial
                                     move f-cpf                   to f01300-id-usuario
                                     move f01100-cd-programa      to f01300-cd-programa
                                     move f01100-id-consulta      to f01300-id-consulta
                                     move f01100-id-inclusao      to f00130-id-inclusao   
            
            if   ws-mensagem-opcao-sim
                 
                 *> Segregação de funções: perfis atuais + o novo perfil
                 initialize                        lk-segregacao
                 set  lk-sod-verificar-usuario     to true
                 move c-este-programa              to lk-sod-cd-programa-origem
                 move f-cd-perfil                  to lk-sod-cd-perfil
                 move f-cpf                        to lk-sod-id-usuario
                 call c-segregacao-funcoes using lnk-par lk-segregacao
                 cancel c-segregacao-funcoes
                 if   not lk-sod-liberado
                      perform 8000-tela
                      exit section
                 end-if

                 initialize                        f01200-usuario-perfil
                 move lnk-cd-empresa               to f01200-cd-empresa
                 move lnk-cd-filial                to f01200-cd-filial
                 perform until not ws-operacao-ok
                      or f01300-id-usuario <> f-cpf
                      
                      perform 9000-excluir-pd01300
                                        
                      perform 9000-ler-pd01300-nex 
                 end-perform
                           initialize                   f01300-usuario-modulo
                           move lnk-cd-empresa          to f01300-cd-empresa
                           move lnk-cd-filial           to f01300-cd-filial
                           move f-cpf                   to f01300-id-usuario
                           move f01100-cd-programa      to f01300-cd-programa
                           move f01100-id-consulta      to f01300-id-consulta
                           move f01100-id-inclusao      to f00130-id-inclusao   
