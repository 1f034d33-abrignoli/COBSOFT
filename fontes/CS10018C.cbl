
       copy CSS01800.cpy.
       copy CSS02100.cpy.
       copy CSS16600.cpy.
       copy CSS00901.cpy.

      *>=================================================================================

       copy CSF01800.cpy.
       copy CSF02100.cpy.
       copy CSF16600.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       copy CSW00900.cpy.

       78   c-servico-auditoria                    value "CS00111S".
       78   c-carga-balancas                       value "CS10055S".

      *> Mesmo leiaute de lk-parametros-auditoria em CS00111S
       01   lk-parametros-auditoria.
           perform 9000-abrir-i-pd01800
           perform 9000-abrir-io-pd02100

           string lnk-dat-path delimited   by "  " "\EFD166.DAT" into wid-pd16600
           open input pd16600
           if   ws-arquivo-inexistente
                open output pd16600
                close pd16600
                open input pd16600
           end-if
           if   not ws-operacao-ok
                string "Erro de abertura arquivo EFD166.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                perform 9000-mensagem
                perform 9000-abortar
           end-if

       exit.

      *>=================================================================================
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
                 move f02100-data-alteracao             to f-data-alteracao
                 move f02100-hora-alteracao              to f-hora-alteracao

                 perform 2500-atualizar-balancas

            end-if


            perform 2300-buscar-preco-vigente

            if   ws-operacao-ok
                 perform 9000-move-registros-frame
            else
                 move "Nenhum preço vigente cadastrado para este produto!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f02100-controle-versao            to ws-ver-carimbo-lido

            move f02100-vl-unitario                to f-vl-unitario
            move f02100-vl-unitario                to ws-preco-anterior
            move f02100-data-vigencia               to f-data-vigencia
            move ws-data-inv                        to f02100-data-alteracao
            move ws-horas                           to f02100-hora-alteracao

            perform 9000-conferir-versao-pd02100
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd02100
            if   not ws-operacao-ok
                 string "Erro ao alterar preço - " ws-resultado-acesso into ws-mensagem
                      move ws-valor-aud-edicao       to lk-aud-valor-novo
                      perform 2420-chamar-auditoria
                 end-if

                 perform 2500-atualizar-balancas
            end-if

       exit.
       exit.


      *>=================================================================================
      *> Produto vendido por peso (pd16600): regera a carga das balanças
      *> (CS10055S) para que a etiqueta saia com o preço que acabou de
      *> ser gravado.
       2500-atualizar-balancas section.

            initialize                              f16600-produto-balanca
            move lnk-cd-empresa                     to f16600-cd-empresa
            move lnk-cd-filial                      to f16600-cd-filial
            move f02100-cd-produto                  to f16600-cd-produto
            perform 9000-ler-pd16600-ran
            if   not ws-operacao-ok
            or   not f16600-pesavel-ativo
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            move spaces                             to lnk-linha-comando
            move "PRECOS"                           to lnk-linha-comando
            call c-carga-balancas using lnk-par
            cancel c-carga-balancas
            move spaces                             to lnk-linha-comando

            move "Carga das balanças atualizada com o novo preço!" to ws-mensagem
            perform 9000-mensagem

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2100-exclusao section.

                 move "A"                            to lk-aud-valor-anterior
                 move "I"                            to lk-aud-valor-novo
                 perform 2420-chamar-auditoria

                 perform 2500-atualizar-balancas
            end-if

       exit.

            close pd01800
            close pd02100
            close pd16600

       exit.
      *>=================================================================================
       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f02100-vl-unitario            to f-vl-unitario
            move f02100-data-vigencia          to f-data-vigencia
            move f02100-data-alteracao         to f-data-alteracao
            move f02100-hora-alteracao         to f-hora-alteracao

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR01800.cpy.
       copy CSR02100.cpy.
       copy CSR16600.cpy.
