       program-id. CS10042C.
      *>=================================================================================
      *>
      *>   Atributos de Controle do Produto (Inspeção/Série/Kit/Balança/Retornável)
      *>
      *>=================================================================================
       environment division.
            special-names. decimal-point is comma.

       copy CSS01800.cpy.
       copy CSS16600.cpy.
       copy CSS20200.cpy.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF16600.cpy.
       copy CSF20200.cpy.

      *>=================================================================================
       working-storage section.
            03 f-id-serie                          pic x(01).
            03 f-id-kit                            pic x(01).
            03 f-id-impressao-kit                  pic x(01).
            03 f-id-pesavel                        pic x(01).
            03 f-dias-validade                     pic 9(03).
            03 f-cd-departamento                   pic 9(02).
            03 f-id-ecommerce                      pic x(01).
            03 f-id-retornavel                     pic x(01).
            03 f-prazo-devolucao                   pic 9(03).
            03 f-valor-indenizacao                 pic zzzzzzzz9,99.

      *>=================================================================================
       linkage section.
            03 line 17 col 34   pic x(01) from f-id-kit.
            03 line 19 col 09   pic x(24) value "Impressao Kit (K/C)...:".
            03 line 19 col 34   pic x(01) from f-id-impressao-kit.
            03 line 21 col 09   pic x(24) value "Vende por Peso (S).....:".
            03 line 21 col 34   pic x(01) from f-id-pesavel.
            03 line 21 col 40   pic x(16) value "Validade (dias):".
            03 line 21 col 57   pic 9(03) from f-dias-validade.
            03 line 21 col 63   pic x(13) value "Departamento:".
            03 line 21 col 77   pic 9(02) from f-cd-departamento.
            03 line 23 col 09   pic x(24) value "Loja Virtual (S).......:".
            03 line 23 col 34   pic x(01) from f-id-ecommerce.
            03 line 25 col 09   pic x(24) value "Embalagem Retornavel(S):".
            03 line 25 col 34   pic x(01) from f-id-retornavel.
            03 line 25 col 38   pic x(17) value "Prazo Dev.(dias):".
            03 line 25 col 56   pic 9(03) from f-prazo-devolucao.
            03 line 25 col 61   pic x(12) value "Indenizacao:".
            03 line 25 col 74   pic zzzzzzzz9,99 from f-valor-indenizacao.

      *>=================================================================================
       procedure division using lnk-par.

            perform 9000-abrir-io-pd01800

            string lnk-dat-path delimited   by "  " "\EFD166.DAT" into wid-pd16600
            open i-o pd16600
            if   ws-arquivo-inexistente
                 open output pd16600
                 close pd16600
                 open i-o pd16600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD166.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD202.DAT" into wid-pd20200
            open i-o pd20200
            if   ws-arquivo-inexistente
                 open output pd20200
                 close pd20200
                 open i-o pd20200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD202.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd01800
            close pd16600
            close pd20200

       exit.

            evaluate wf-opcao
                when 01
                     perform 2100-manutencao
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-manutencao
                     end-perform
                when 02
                     perform 2100-consulta
                when 99
      *> Manutenção dos atributos de controle: inspeção de recebimento
      *> (quarentena CS20015C), número de série por unidade (pd12500) e
      *> kit com explosão de componentes na emissão (impressão K =
      *> consolidado, C = componentes abertos) e venda por peso com
      *> etiqueta de balança (pd16600: validade e departamento da
      *> carga das balanças) e publicação de estoque e preço na loja
      *> virtual e nos marketplaces (CS30045S) e embalagem retornável
      *> (pd20200: prazo de devolução e valor cobrado do cliente que
      *> não devolve - vínculo com os produtos vendidos no CS10061C).
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            move f01800-controle-versao            to ws-ver-carimbo-lido

            accept f-id-inspecao      at line 13 col 34 with update auto-skip
            accept f-id-serie         at line 15 col 34 with update auto-skip
            accept f-id-kit           at line 17 col 34 with update auto-skip
            accept f-id-impressao-kit at line 19 col 34 with update auto-skip
            accept f-id-pesavel       at line 21 col 34 with update auto-skip
            if   f-id-pesavel equal "S"
                 accept f-dias-validade   at line 21 col 57 with update auto-skip
                 accept f-cd-departamento at line 21 col 77 with update auto-skip
            end-if
            accept f-id-ecommerce     at line 23 col 34 with update auto-skip
            accept f-id-retornavel    at line 25 col 34 with update auto-skip
            if   f-id-retornavel equal "S"
                 accept f-prazo-devolucao   at line 25 col 56 with update auto-skip
                 accept f-valor-indenizacao at line 25 col 74 with update auto-skip
            end-if

            move f-id-inspecao                     to f01800-id-inspecao
            move f-id-serie                        to f01800-id-serie
            move f-id-kit                          to f01800-id-kit
            move f-id-impressao-kit                to f01800-id-impressao-kit
            move f-id-ecommerce                    to f01800-id-ecommerce

            perform 9000-conferir-versao-pd01800
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd01800
            if   not ws-operacao-ok
                 exit section
            end-if

            perform 2300-gravar-produto-balanca
            perform 2400-gravar-embalagem-retornavel

            move "Atributos de controle atualizados!" to ws-mensagem
            perform 9000-mensagem

                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Venda por peso: o registro em pd16600 é mantido mesmo quando o
      *> produto deixa de ser pesável (fica inativo), preservando a
      *> validade e o departamento informados.
       2300-gravar-produto-balanca section.

            initialize                             f16600-produto-balanca
            move f01800-cd-empresa                 to f16600-cd-empresa
            move f01800-cd-filial                  to f16600-cd-filial
            move f01800-cd-produto                 to f16600-cd-produto
            perform 9000-ler-pd16600-ran
            if   not ws-operacao-ok
                 if   f-id-pesavel not equal "S"
                      exit section
                 end-if
                 initialize                        f16600-produto-balanca
                 move f01800-cd-empresa            to f16600-cd-empresa
                 move f01800-cd-filial             to f16600-cd-filial
                 move f01800-cd-produto            to f16600-cd-produto
            end-if

            if   f-id-pesavel equal "S"
                 set  f16600-pesavel-ativo         to true
                 move f-dias-validade              to f16600-dias-validade
                 move f-cd-departamento            to f16600-cd-departamento
            else
                 set  f16600-pesavel-inativo       to true
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f16600-data-alteracao

            if   ws-operacao-ok
                 perform 9000-regravar-pd16600
            else
                 perform 9000-gravar-pd16600
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar venda por peso - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Embalagem retornável: como na venda por peso, o registro em
      *> pd20200 fica inativo quando o produto deixa de ser embalagem, e
      *> os saldos já em poder dos clientes continuam no extrato.
       2400-gravar-embalagem-retornavel section.

            initialize                             f20200-embalagem-retornavel
            move f01800-cd-empresa                 to f20200-cd-empresa
            move f01800-cd-filial                  to f20200-cd-filial
            move f01800-cd-produto                 to f20200-cd-embalagem
            perform 9000-ler-pd20200-ran
            if   not ws-operacao-ok
                 if   f-id-retornavel not equal "S"
                      exit section
                 end-if
                 initialize                        f20200-embalagem-retornavel
                 move f01800-cd-empresa            to f20200-cd-empresa
                 move f01800-cd-filial             to f20200-cd-filial
                 move f01800-cd-produto            to f20200-cd-embalagem
            end-if

            if   f-id-retornavel equal "S"
                 set  f20200-embalagem-ativa       to true
                 move f-prazo-devolucao            to f20200-prazo-devolucao
                 move f-valor-indenizacao          to f20200-valor-indenizacao
            else
                 set  f20200-embalagem-inativa     to true
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f20200-data-alteracao

            if   ws-operacao-ok
                 perform 9000-regravar-pd20200
            else
                 perform 9000-gravar-pd20200
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar embalagem retornável - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame


       copy CSP00900.cpy. *> Padrão

      *>=================================================================================
       9000-move-registros-frame section.

            move f01800-descricao-produto          to f-descricao-produto
            move f01800-id-inspecao                to f-id-inspecao
            move f01800-id-serie                   to f-id-serie
            move f01800-id-kit                     to f-id-kit
            move f01800-id-impressao-kit           to f-id-impressao-kit
            move f01800-id-ecommerce               to f-id-ecommerce

            move "N"                               to f-id-pesavel
            move zeros                             to f-dias-validade
                                                      f-cd-departamento
            initialize                             f16600-produto-balanca
            move f01800-cd-empresa                 to f16600-cd-empresa
            move f01800-cd-filial                  to f16600-cd-filial
            move f01800-cd-produto                 to f16600-cd-produto
            perform 9000-ler-pd16600-ran
            if   ws-operacao-ok
                 if   f16600-pesavel-ativo
                      move "S"                     to f-id-pesavel
                 end-if
                 move f16600-dias-validade         to f-dias-validade
                 move f16600-cd-departamento       to f-cd-departamento
            end-if

            move "N"                               to f-id-retornavel
            move zeros                             to f-prazo-devolucao
                                                      f-valor-indenizacao
            initialize                             f20200-embalagem-retornavel
            move f01800-cd-empresa                 to f20200-cd-empresa
            move f01800-cd-filial                  to f20200-cd-filial
            move f01800-cd-produto                 to f20200-cd-embalagem
            perform 9000-ler-pd20200-ran
            if   ws-operacao-ok
                 if   f20200-embalagem-ativa
                      move "S"                     to f-id-retornavel
                 end-if
                 move f20200-prazo-devolucao       to f-prazo-devolucao
                 move f20200-valor-indenizacao     to f-valor-indenizacao
            end-if
            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR01800.cpy.
       copy CSR16600.cpy.
       copy CSR20200.cpy.
