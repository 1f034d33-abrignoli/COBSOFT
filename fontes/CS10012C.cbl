
       copy CSS01400.cpy.
       copy CSS06200.cpy.
       copy CSS15800.cpy.
       copy CSS00200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================

       copy CSF01400.cpy.
       copy CSF06200.cpy.
       copy CSF15800.cpy.
       copy CSF00200.cpy.
       copy CSF00901.cpy.
      
      *>=================================================================================      
       78   c-este-programa                        value "CS10012C".
       78   c-descricao-programa                   value "CLIENTES".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-cd-pais-brasil                       value 1058.
       
       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 f-tipo-pessoa                       pic x(01).
               88 f-pessoa-fisica                       value "F".
               88 f-pessoa-juridica                     value "J".
               88 f-pessoa-estrangeira                  value "E".
            03 f-ds-tipo-pessoa                    pic x(30).
            03 f-cpf                               pic 9(11).
            03 f-cpf-digitos redefines f-cpf.
            03 f-ds-status                         pic x(30).
            03 f-nr-tabela-preco                   pic 9(03).
            03 f-ds-tabela-preco                   pic x(40).
      *> Cliente estrangeiro (pd15800)
            03 f-nr-id-fiscal                      pic x(20).
            03 f-codigo-postal                     pic x(12).
            03 f-cd-pais                           pic 9(04).
            03 f-id-pais                           pic 9(09).
            03 f-cd-moeda                          pic x(03).
        


            03 line 43 col 14   pic x(19) value "Tabela Preco Padrao:".
            03 line 43 col 34   pic 9(03) from f-nr-tabela-preco.
            03 line 43 col 40   pic x(40) from f-ds-tabela-preco.
            03 line 45 col 20   pic x(13) value "Moeda Padrao:".
            03 line 45 col 34   pic x(03) from f-cd-moeda.

      *>=================================================================================
       procedure division using lnk-par.

            perform 9000-abrir-io-pd01400
            perform 9000-abrir-io-pd06200
            perform 9000-abrir-i-pd00200

            string lnk-dat-path delimited   by "  " "\EFD158.DAT" into wid-pd15800
            open i-o pd15800
            if   ws-arquivo-inexistente
                 open output pd15800
                 close pd15800
                 open i-o pd15800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD158.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if
       
       exit.
        

            close pd01400
            close pd06200
            close pd00200
            close pd15800
       
       exit. 

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

                 if   f-pessoa-fisica
                 or   f-pessoa-juridica
                 or   f-pessoa-estrangeira
                      exit perform
                 end-if   

            end-perform

            evaluate true
            when f-pessoa-estrangeira

                 perform 2200-identificar-estrangeiro

            when f-pessoa-fisica

                 display ws-mascara-cpf at line 19 col 34


                 end-perform

            when other
                 display ws-mascara-cnpj at line 19 col 34

                 perform until exit
                      accept f-cnpj(13:02) at line 19 col 50 with auto-skip

                 end-perform
            end-evaluate

      *> Estrangeiro não tem CNPJ/CPF - a duplicidade é pela chave do
      *> cgc só para os clientes nacionais
            if   not f-pessoa-estrangeira
                 initialize                        f01400-cliente
                 if   f-pessoa-fisica
                      move f-cpf                   to f01400-cgc
                 else
                      move f-cnpj                  to f01400-cgc
                 end-if
                 perform 9000-ler-pd01400-ran-1
                 if   ws-operacao-ok
                      move "Cliente já cadastrado na base de dados!" to ws-mensagem
                      perform 9000-mensagem

                      perform 9000-move-registros-frame

                      exit section   
                 end-if  
            end-if

            evaluate true
            when f-pessoa-estrangeira
                 move spaces                       to f-ie
            when f-pessoa-fisica
                 move "ISENTO"                     to f-ie
                 perform 8000-tela
            when other
                 perform until f-ie <> spaces
                      accept f-ie at line 19 col 63   
                 end-perform
            end-evaluate

            set lk-nao-encontrou-cep               to true
            if   f-pessoa-estrangeira
                 perform 2200-endereco-estrangeiro
                 set lk-encontrou-cep              to true
            end-if
            
            perform until lk-encontrou-cep    

                      if   not ws-operacao-ok
                           string "Erro de gravação - f01400-cliente [" f01400-cliente "]" into ws-mensagem
                           perform 9000-mensagem
                      else
                           if   f-pessoa-estrangeira
                                perform 2300-gravar-complemento-exterior
                           end-if
                      end-if
                 
                 end-if

       exit.

      *>=================================================================================
      *> Cliente estrangeiro: identificação fiscal do país de origem
      *> (tax ID/VAT) no lugar do CNPJ/CPF e país pelo código do BACEN
      *> no cadastro de países (pd00200) - Brasil não é aceito.
       2200-identificar-estrangeiro section.

            display f-nr-id-fiscal at line 19 col 34

            perform until f-nr-id-fiscal <> spaces
                 accept f-nr-id-fiscal at line 19 col 34 with update auto-skip
            end-perform

            perform until exit

                 accept f-cd-pais at line 29 col 63 with update auto-skip

                 initialize                        f00200-pais
                 move lnk-cd-empresa               to f00200-cd-empresa
                 move lnk-cd-filial                to f00200-cd-filial
                 move f-cd-pais                    to f00200-cd-pais
                 perform 9000-ler-pd00200-ran-1
                 if   not ws-operacao-ok
                      string "País [" f-cd-pais "] não cadastrado!" into ws-mensagem
                      perform 9000-mensagem
                 else
                      if   f00200-cd-pais equal c-cd-pais-brasil
                           move "Cliente do Brasil deve ser cadastrado como pessoa física ou jurídica!" to ws-mensagem
                           perform 9000-mensagem
                      else
                           move f00200-id-pais     to f-id-pais
                           move f00200-nome-pais   to f-nome-pais
                           move "EX"               to f-uf
                           perform 8000-tela
                           exit perform
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Endereço livre do estrangeiro (sem CEP/logradouro): código
      *> postal, endereço, região (província/estado) no campo do bairro,
      *> cidade no do município e a moeda padrão de faturamento.
       2200-endereco-estrangeiro section.

            accept f-codigo-postal at line 21 col 34 with update auto-skip

            perform until f-endereco <> spaces
                 accept f-endereco at line 23 col 34 with update auto-skip
            end-perform

            accept f-bairro at line 25 col 63 with update auto-skip

            perform until f-municipio <> spaces
                 accept f-municipio at line 27 col 34 with update auto-skip
            end-perform

            perform until exit
                 if   f-cd-moeda equal spaces
                      move "USD"                   to f-cd-moeda
                 end-if
                 accept f-cd-moeda at line 45 col 34 with update auto-skip
                 move function upper-case(f-cd-moeda) to f-cd-moeda
                 if   f-cd-moeda not equal spaces and not equal "BRL"
                      exit perform
                 end-if
                 move "Informe a moeda estrangeira de faturamento do cliente!" to ws-mensagem
                 perform 9000-mensagem
                 move spaces                       to f-cd-moeda
            end-perform

       exit.

      *>=================================================================================
       2300-gravar-complemento-exterior section.

            initialize                             f15800-cliente-exterior
            move f01400-cd-empresa                 to f15800-cd-empresa
            move f01400-cd-filial                  to f15800-cd-filial
            move f01400-cd-cliente                 to f15800-cd-cliente
            move f-id-pais                         to f15800-id-pais
            move f-nr-id-fiscal                    to f15800-nr-id-fiscal
            move f-endereco                        to f15800-endereco
            move f-nr-endereco                     to f15800-nr-endereco
            move f-municipio                       to f15800-cidade
            move f-bairro                          to f15800-regiao
            move f-codigo-postal                   to f15800-codigo-postal
            move f-cd-moeda                        to f15800-cd-moeda

            perform 9000-gravar-pd15800
            if   not ws-operacao-ok
                 string "Erro de gravação - f15800-cliente-exterior - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Tabela de preço padrão do cliente (pd06200) - usada pela emissão
      *> de NF-e para resolver o preço através da tabela em vez do preço
                 exit section
            end-if

            move f01400-controle-versao            to ws-ver-carimbo-lido

            perform 9000-move-registros-frame

            move f01400-limite-credito             to ws-limite-anterior
            move f-limite-credito                  to f01400-limite-credito
            move f-nr-tabela-preco                 to f01400-nr-tabela-preco

            perform 9000-conferir-versao-pd01400
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd01400
            if   not ws-operacao-ok
                 string "Erro ao alterar cliente - " ws-resultado-acesso into ws-mensagem
                 exit section
            end-if

            if   f-pessoa-estrangeira
                 accept f-cd-moeda at line 45 col 34 with update auto-skip
                 move function upper-case(f-cd-moeda) to f-cd-moeda
                 if   f-cd-moeda not equal spaces and not equal "BRL"
                 and  f-cd-moeda not equal f15800-cd-moeda
                      move f-cd-moeda              to f15800-cd-moeda
                      perform 9000-regravar-pd15800
                 end-if
            end-if

            perform 2400-auditar-alteracoes
       
       exit. 
                          or f01400-cd-filial <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 if   f01400-pessoa-estrangeira
                      perform 9000-ler-complemento-exterior
                      string f01400-cd-cliente " " f01400-razao-social delimited by "  "
                             " - EXTERIOR " f15800-nr-id-fiscal
                             into rl-linha-relatorio
                 else
                      string f01400-cd-cliente " " f01400-razao-social delimited by "  "
                             " - CGC/CPF " f01400-cgc
                             into rl-linha-relatorio
                 end-if

                 perform 9000-imprimir-linha-relatorio

                  
            perform 9000-frame-padrao

            if   f-pessoa-estrangeira
                 continue
            else
            if   f-pessoa-fisica
                 display ws-mascara-cpf at line 19 col 34 
                      
                 display f-cnpj(13:02) at line 19 col 50 

            end-if
            end-if

            display frm-cliente

            if   f-pessoa-estrangeira
                 display f-nr-id-fiscal at line 19 col 34
                 display f-codigo-postal at line 21 col 34
            end-if
       
       exit.          

            
            perform 9000-frame-padrao

            if   f-pessoa-estrangeira
                 continue
            else
            if   f-pessoa-fisica
                 display ws-mascara-cpf at line 19 col 34 
                      
                 display f-cnpj(13:02) at line 19 col 50 

            end-if
            end-if

            display frm-cliente

            if   f-pessoa-estrangeira
                 display f-nr-id-fiscal at line 19 col 34
                 display f-codigo-postal at line 21 col 34
            end-if
       
       exit.                                 
      *>=================================================================================
                when f-pessoa-juridica
                    move "JURIDICA"                to f-ds-tipo-pessoa
                    perform 8000-tela
                when f-pessoa-estrangeira
                    move "ESTRANGEIRO"             to f-ds-tipo-pessoa
                    perform 8000-tela
                when other
                    move "INVALIDO"                to f-ds-tipo-pessoa
                    perform 8000-tela
            move f01400-ie                         to f-ie                         
            move f01400-id-logradouro              to f-id-logradouro

            if   f01400-pessoa-estrangeira
                 perform 9000-ler-complemento-exterior
                 move f15800-nr-id-fiscal          to f-nr-id-fiscal
                 move f15800-codigo-postal         to f-codigo-postal
                 move f15800-endereco              to f-endereco
                 move f15800-regiao                to f-bairro
                 move f15800-cidade                to f-municipio
                 move "EX"                         to f-uf
                 move f15800-cd-moeda              to f-cd-moeda
                 move f15800-id-pais               to f-id-pais
                 initialize                        f00200-pais
                 move lnk-cd-empresa               to f00200-cd-empresa
                 move lnk-cd-filial                to f00200-cd-filial
                 move f15800-id-pais               to f00200-id-pais
                 perform 9000-ler-pd00200-ran
                 if   ws-operacao-ok
                      move f00200-cd-pais          to f-cd-pais
                      move f00200-nome-pais        to f-nome-pais
                 end-if
            else
                 initialize                        lk-logradouro
                 move f-id-logradouro              to lk-id-logradouro
                 call c-pesquisar-cep using lnk-par lk-logradouro
                 cancel c-pesquisar-cep
             
                 move lk-endereco                  to f-endereco
                 move lk-bairro                    to f-bairro
                 move lk-municipio                 to f-municipio
                 move lk-uf                        to f-uf
                 move lk-pais                      to f-nome-pais
            end-if
                               
            move f01400-nr-endereco                to f-nr-endereco                                
            move f01400-nr-telefone-1              to f-nr-telefone-1              
            move f-razao-social                    to f01400-razao-social               
            move f-nome-fantasia                   to f01400-nome-fantasia              
            move f-tipo-pessoa                     to f01400-tipo-pessoa
            evaluate true
                 when f-pessoa-estrangeira
                      move zeros                   to f01400-cgc
                 when f-pessoa-fisica
                      move f-cpf                   to f01400-cgc
                 when other
                      move f-cnpj                  to f01400-cgc
            end-evaluate
            move f-ie                              to f01400-ie                         
            move f-id-logradouro                   to f01400-id-logradouro                                                  
            move f-nr-endereco                     to f01400-nr-endereco                                

       exit.

      *>=================================================================================
       9000-ler-complemento-exterior section.

            initialize                             f15800-cliente-exterior
            move f01400-cd-empresa                 to f15800-cd-empresa
            move f01400-cd-filial                  to f15800-cd-filial
            move f01400-cd-cliente                 to f15800-cd-cliente
            perform 9000-ler-pd15800-ran
            if   not ws-operacao-ok
                 initialize                        f15800-cliente-exterior
            end-if
            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Valida os dígitos verificadores do CPF informado em f-cpf,
      *> pelo algoritmo padrão de módulo 11.
      *> Leituras

       copy CSR01400.cpy.
       copy CSR15800.cpy.
       copy CSR00200.cpy.
       copy CSR06200.cpy.
