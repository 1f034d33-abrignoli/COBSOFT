       copy CSS04800.cpy.
       copy CSS04900.cpy.
       copy CSS05000.cpy.
       copy CSS19000.cpy.
       copy CSS19100.cpy.

             select arqmdfe assign to disk wid-arqmdfe
                   organization   is line sequential
       copy CSF04800.cpy.
       copy CSF04900.cpy.
       copy CSF05000.cpy.
       copy CSF19000.cpy.
       copy CSF19100.cpy.

       fd   arqmdfe.

            03 ws-nr-notas-mdfe                    pic 9(05).
            03 ws-nr-notas-x                       pic z(04)9.
            03 ws-peso-total-mdfe                  pic 9(09)v9(04).
            03 ws-data-hoje                        pic 9(08).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            perform 9000-abrir-i-pd04900
            perform 9000-abrir-i-pd05000

            string lnk-dat-path delimited   by "  " "\EFD190.DAT" into wid-pd19000
            open input pd19000
            if   ws-arquivo-inexistente
                 open output pd19000
                 close pd19000
                 open input pd19000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD190.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD191.DAT" into wid-pd19100
            open input pd19100
            if   ws-arquivo-inexistente
                 open output pd19100
                 close pd19100
                 open input pd19100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD191.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-hoje                     from date yyyymmdd

       exit.

      *>=================================================================================
            close pd04800
            close pd04900
            close pd05000
            close pd19000
            close pd19100

       exit.

       exit.

      *>=================================================================================
      *> Gera o MDF-e de um embarque: veículo e motorista vêm dos
      *> cadastros da frota (pd19000/pd19100) - recusados com
      *> licenciamento ou CNH vencidos, inativos ou, no caso do veículo,
      *> sem capacidade para o peso do embarque. Aloca
      *> o número pela sequência central, grava o manifesto em pd08100 e
      *> escreve o arquivo de transmissão em lnk-nfe-path com as chaves
      *> de acesso das notas do embarque - fim da redigitação de chaves
                 exit section
            end-if

            perform until f-placa-veiculo <> spaces
                 accept f-placa-veiculo at line 13 col 34 with update auto-skip
            end-perform
            move function upper-case(f-placa-veiculo) to f-placa-veiculo

            initialize                             f19000-veiculo
            move lnk-cd-empresa                    to f19000-cd-empresa
            move lnk-cd-filial                     to f19000-cd-filial
            move f-placa-veiculo                   to f19000-placa-veiculo
            perform 9000-ler-pd19000-ran
            if   not ws-operacao-ok
                 move "Veículo não cadastrado na frota própria!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f19000-veiculo-ativo
                 move "Veículo inativo na frota própria!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f19000-data-vencimento-licenc less ws-data-hoje
                 string "Licenciamento do veículo vencido em " f19000-data-vencimento-licenc
                        " - MDF-e não pode ser gerado!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f04800-peso-total greater f19000-capacidade-kg
                 move "Peso do embarque acima da capacidade do veículo!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f19000-renavam                    to f-renavam
            perform 8000-tela

            perform until f-cpf-motorista <> zeros
                 accept f-cpf-motorista at line 17 col 34 with update auto-skip
            end-perform

            initialize                             f19100-motorista
            move lnk-cd-empresa                    to f19100-cd-empresa
            move lnk-cd-filial                     to f19100-cd-filial
            move f-cpf-motorista                   to f19100-cpf-motorista
            perform 9000-ler-pd19100-ran
            if   not ws-operacao-ok
                 move "Motorista não cadastrado na frota própria!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   not f19100-motorista-ativo
                 move "Motorista inativo na frota própria!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f19100-data-validade-cnh less ws-data-hoje
                 string "CNH do motorista vencida em " f19100-data-validade-cnh
                        " - MDF-e não pode ser gerado!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f19100-nome-motorista             to f-nome-motorista
            perform 8000-tela

            accept f-uf-origem        at line 19 col 34 with update auto-skip
            accept f-uf-destino       at line 19 col 60 with update auto-skip

            initialize                             lk-parametros-sequencia
            string "MDFE-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
       copy CSR04800.cpy.
       copy CSR04900.cpy.
       copy CSR05000.cpy.
       copy CSR19000.cpy.
       copy CSR19100.cpy.
