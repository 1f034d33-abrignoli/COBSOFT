      $set sourceformat"free"
       program-id. CS10054C.
      *>=================================================================================
      *>
      *>        Grade de Produtos (Tamanho x Cor) - Cadastro e Geração de SKUs
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16300.cpy.
       copy CSS16400.cpy.
       copy CSS16500.cpy.
       copy CSS01800.cpy.
       copy CSS06000.cpy.

      *>=================================================================================
       data division.

       copy CSF16300.cpy.
       copy CSF16400.cpy.
       copy CSF16500.cpy.
       copy CSF01800.cpy.
       copy CSF06000.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10054C".
       78   c-descricao-programa                   value "GRADE DE PRODUTOS".
       78   c-alocar-sequencia                     value "CS00118S".
      *> EAN-13 de circulação interna (faixa 2xx): prefixo + código do SKU
       78   c-prefixo-ean-interno                  value "200".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW16300.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-cd-grade                         pic 9(05).
            03 ws-ds-grade                         pic x(40).
            03 ws-cd-produto-pai                   pic 9(09).
            03 ws-cd-produto                       pic 9(09).
            03 ws-cd-valor                         pic x(06).
            03 ws-nr-sequencia                     pic 9(02).
            03 ws-nr-linha                         pic 9(03).
            03 ws-nr-skus-gerados                  pic 9(03).
            03 ws-nr-depositos                     pic 9(02).
            03 ws-ix-deposito                      pic 9(02) comp.
            03 ws-data-hoje                        pic 9(08).
            03 ws-linha-display                    pic x(100).

      *> Produto-pai lido para a geração: base dos dados fiscais do SKU
       01   ws-produto-pai                         pic x(300).

      *> Depósitos do produto-pai: o SKU nasce com saldo zerado em cada um
       01   ws-tabela-depositos.
            03 ws-deposito-pai                     occurs 20 times.
               05 ws-dp-cd-deposito                pic 9(04).
               05 ws-dp-id-propriedade             pic x(01).

       01   ws-ean.
            03 ws-ean-numero                       pic 9(13).
            03 ws-ean-digitos redefines ws-ean-numero.
               05 ws-ean-digito                    pic 9(01) occurs 13.
            03 ws-ean-soma                         pic 9(04).
            03 ws-ean-ix                           pic 9(02) comp.

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            initialize                             wf-opcoes-frame

            string lnk-dat-path delimited   by "  " "\EFD163.DAT" into wid-pd16300
            open i-o pd16300
            if   ws-arquivo-inexistente
                 open output pd16300
                 close pd16300
                 open i-o pd16300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD163.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD164.DAT" into wid-pd16400
            open i-o pd16400
            if   ws-arquivo-inexistente
                 open output pd16400
                 close pd16400
                 open i-o pd16400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD164.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD165.DAT" into wid-pd16500
            open i-o pd16500
            if   ws-arquivo-inexistente
                 open output pd16500
                 close pd16500
                 open i-o pd16500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD165.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd01800
            perform 9000-abrir-io-pd06000

       exit.

      *>=================================================================================
       2000-processamento section.

             perform until wf-frame-retornar

                 evaluate wf-frame
                      when 0
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 9
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd16300
            close pd16400
            close pd16500
            close pd01800
            close pd06000

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir-grade
                when 02
                     perform 2100-consultar-grade
                when 03
                     perform 2100-gerar-skus
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Nova grade: descrição, até 12 tamanhos e até 8 cores na ordem
      *> em que aparecerão na matriz de digitação (branco encerra o
      *> eixo). Sem ao menos um tamanho e uma cor a grade não é gravada.
       2100-incluir-grade section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-tela

            initialize                             f16300-grade
            move lnk-cd-empresa                    to f16300-cd-empresa
            move lnk-cd-filial                     to f16300-cd-filial
            move 99999                             to f16300-cd-grade
            perform 9000-str-pd16300-ngrt
            perform 9000-ler-pd16300-pre
            if   ws-operacao-ok
            and  f16300-cd-empresa equal lnk-cd-empresa
            and  f16300-cd-filial  equal lnk-cd-filial
                 compute ws-cd-grade = f16300-cd-grade + 1
            else
                 move 1                            to ws-cd-grade
            end-if

            display "Grade............:"            at line 11 col 16
            display ws-cd-grade                    at line 11 col 35

            move spaces                            to ws-ds-grade
            perform until ws-ds-grade <> spaces
                 display "Descricao........:"       at line 13 col 16
                 accept ws-ds-grade                at line 13 col 35 with update auto-skip
            end-perform

            initialize                             ws-matriz-grade

            display "Tamanhos (branco encerra):"    at line 15 col 16
            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > 12
                 compute ws-nr-coluna = 43 + (ws-gr-ix-tamanho - 1) * 7
                 move spaces                       to ws-cd-valor
                 accept ws-cd-valor                at line 15 col ws-nr-coluna with update auto-skip
                 if   ws-cd-valor equal spaces
                      exit perform
                 end-if
                 move function upper-case(ws-cd-valor) to ws-gr-cd-tamanho(ws-gr-ix-tamanho)
                 add  1                            to ws-gr-nr-tamanhos
            end-perform

            display "Cores (branco encerra):"       at line 17 col 16
            perform varying ws-gr-ix-cor from 1 by 1
                    until ws-gr-ix-cor > 8
                 compute ws-nr-coluna = 43 + (ws-gr-ix-cor - 1) * 7
                 move spaces                       to ws-cd-valor
                 accept ws-cd-valor                at line 17 col ws-nr-coluna with update auto-skip
                 if   ws-cd-valor equal spaces
                      exit perform
                 end-if
                 move function upper-case(ws-cd-valor) to ws-gr-cd-cor(ws-gr-ix-cor)
                 add  1                            to ws-gr-nr-cores
            end-perform

            if   ws-gr-nr-tamanhos equal zeros
            or   ws-gr-nr-cores    equal zeros
                 move "Grade precisa de ao menos um tamanho e uma cor!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma a inclusão da grade? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd

            initialize                             f16300-grade
            move lnk-cd-empresa                    to f16300-cd-empresa
            move lnk-cd-filial                     to f16300-cd-filial
            move ws-cd-grade                       to f16300-cd-grade
            move ws-ds-grade                       to f16300-descricao
            set  f16300-grade-ativa                to true
            move ws-data-hoje                      to f16300-data-inclusao
            perform 9000-gravar-pd16300
            if   not ws-operacao-ok
                 string "Erro ao gravar grade - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > ws-gr-nr-tamanhos
                 move "T"                          to f16400-tipo-eixo
                 move ws-gr-ix-tamanho             to ws-nr-sequencia
                 move ws-gr-cd-tamanho(ws-gr-ix-tamanho) to ws-cd-valor
                 perform 2110-gravar-eixo
            end-perform

            perform varying ws-gr-ix-cor from 1 by 1
                    until ws-gr-ix-cor > ws-gr-nr-cores
                 move "C"                          to f16400-tipo-eixo
                 move ws-gr-ix-cor                 to ws-nr-sequencia
                 move ws-gr-cd-cor(ws-gr-ix-cor)   to ws-cd-valor
                 perform 2110-gravar-eixo
            end-perform

            move spaces                            to ws-mensagem
            string "Grade [" ws-cd-grade "] incluída com " ws-gr-nr-tamanhos
                   " tamanho(s) e " ws-gr-nr-cores " cor(es)!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Tipo do eixo já em f16400-tipo-eixo.
       2110-gravar-eixo section.

            move lnk-cd-empresa                    to f16400-cd-empresa
            move lnk-cd-filial                     to f16400-cd-filial
            move ws-cd-grade                       to f16400-cd-grade
            move ws-nr-sequencia                   to f16400-sequencia
            move ws-cd-valor                       to f16400-cd-valor
            move ws-cd-valor                       to f16400-descricao
            perform 9000-gravar-pd16400
            if   not ws-operacao-ok
                 string "Erro ao gravar eixo da grade - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-consultar-grade section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-tela

            perform 2200-ler-grade
            if   ws-cd-grade equal zeros
                 exit section
            end-if

            move ws-cd-grade                       to ws-gr-cd-grade
            move zeros                             to ws-gr-cd-produto-pai
            perform 9000-carregar-grade-produto

            move spaces                            to ws-linha-display
            move 1                                 to ws-nr-coluna
            string "Tamanhos: "                    delimited by size into ws-linha-display with pointer ws-nr-coluna
            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > ws-gr-nr-tamanhos
                 string ws-gr-cd-tamanho(ws-gr-ix-tamanho) delimited by space
                        " "                        delimited by size
                        into ws-linha-display with pointer ws-nr-coluna
            end-perform
            display ws-linha-display               at line 15 col 16

            move spaces                            to ws-linha-display
            move 1                                 to ws-nr-coluna
            string "Cores...: "                    delimited by size into ws-linha-display with pointer ws-nr-coluna
            perform varying ws-gr-ix-cor from 1 by 1
                    until ws-gr-ix-cor > ws-gr-nr-cores
                 string ws-gr-cd-cor(ws-gr-ix-cor) delimited by space
                        " "                        delimited by size
                        into ws-linha-display with pointer ws-nr-coluna
            end-perform
            display ws-linha-display               at line 17 col 16

            move "Consulta concluída!"             to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2200-ler-grade section.

            move zeros                             to ws-cd-grade
            display "Grade............:"            at line 11 col 16
            accept ws-cd-grade                     at line 11 col 35 with update auto-skip
            if   ws-cd-grade equal zeros
                 exit section
            end-if

            initialize                             f16300-grade
            move lnk-cd-empresa                    to f16300-cd-empresa
            move lnk-cd-filial                     to f16300-cd-filial
            move ws-cd-grade                       to f16300-cd-grade
            perform 9000-ler-pd16300-ran
            if   not ws-operacao-ok
                 move "Grade não cadastrada!"      to ws-mensagem
                 perform 9000-mensagem
                 move zeros                        to ws-cd-grade
                 exit section
            end-if

            display f16300-descricao               at line 11 col 47

       exit.

      *>=================================================================================
      *> Geração dos SKUs do produto-pai: um produto pd01800 por célula
      *> tamanho x cor ainda sem SKU, com os dados fiscais do pai,
      *> descrição "pai + tamanho + cor", EAN interno próprio e saldo
      *> zerado nos depósitos do pai. Rodar de novo após ampliar a
      *> grade gera só as células novas; o pai não troca de grade.
       2100-gerar-skus section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-tela

            move zeros                             to ws-cd-produto-pai
            display "Produto-pai......:"            at line 13 col 16
            accept ws-cd-produto-pai               at line 13 col 35 with update auto-skip
            if   ws-cd-produto-pai equal zeros
                 exit section
            end-if

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move ws-cd-produto-pai                 to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
            or   not f01800-produto-ativo
                 move "Produto não cadastrado ou inativo!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   f01800-produto-grade-sku
            or   f01800-produto-kit
                 move "SKU de grade ou kit não pode ser produto-pai!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            display f01800-descricao-produto(1:40) at line 13 col 47

            if   f01800-produto-grade-pai
                 move f01800-cd-grade              to ws-cd-grade
                 initialize                        f16300-grade
                 move lnk-cd-empresa               to f16300-cd-empresa
                 move lnk-cd-filial                to f16300-cd-filial
                 move ws-cd-grade                  to f16300-cd-grade
                 perform 9000-ler-pd16300-ran
                 display "Grade............:"       at line 11 col 16
                 display ws-cd-grade               at line 11 col 35
                 display f16300-descricao          at line 11 col 47
            else
                 perform 2200-ler-grade
                 if   ws-cd-grade equal zeros
                      exit section
                 end-if
            end-if

            if   not f16300-grade-ativa
                 move "Grade inativa!"             to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-cd-grade                       to ws-gr-cd-grade
            move ws-cd-produto-pai                 to ws-gr-cd-produto-pai
            perform 9000-carregar-grade-produto

            compute ws-nr-skus-gerados =
                    ws-gr-nr-tamanhos * ws-gr-nr-cores - ws-gr-nr-skus
            if   ws-nr-skus-gerados equal zeros
                 move "Todas as combinações da grade já possuem SKU!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move spaces                            to ws-mensagem
            string "Gerar " ws-nr-skus-gerados " SKU(s) para o produto-pai? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move ws-cd-produto-pai                 to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            set  f01800-produto-grade-pai          to true
            move ws-cd-grade                       to f01800-cd-grade
            perform 9000-regravar-pd01800
            if   not ws-operacao-ok
                 string "Erro ao atualizar produto-pai - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move f01800-produto                    to ws-produto-pai

            perform 2310-carregar-depositos-pai

            accept ws-data-hoje                    from date yyyymmdd
            move zeros                             to ws-nr-skus-gerados

            perform varying ws-gr-ix-tamanho from 1 by 1
                    until ws-gr-ix-tamanho > ws-gr-nr-tamanhos
                 perform varying ws-gr-ix-cor from 1 by 1
                         until ws-gr-ix-cor > ws-gr-nr-cores
                      if   ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor) equal zeros
                           perform 2300-gerar-sku
                      end-if
                 end-perform
            end-perform

            move spaces                            to ws-mensagem
            string ws-nr-skus-gerados " SKU(s) gerado(s) - preço próprio opcional pelo cadastro de preços!"
                                                   into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2300-gerar-sku section.

            perform 2320-proximo-codigo-produto

            perform 2330-montar-descricoes

            perform 2340-calcular-ean
            move ws-ean-numero                     to f01800-ean
            move ws-data-hoje                      to f01800-data-inclusao
            move zeros                             to f01800-data-exclusao
            set  f01800-produto-ativo              to true
            set  f01800-produto-grade-sku          to true
            move ws-cd-produto-pai                 to f01800-cd-produto-pai
            perform 9000-gravar-pd01800
            if   not ws-operacao-ok
                 string "Erro ao gravar SKU - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f16500-sku-grade
            move lnk-cd-empresa                    to f16500-cd-empresa
            move lnk-cd-filial                     to f16500-cd-filial
            move ws-cd-produto-pai                 to f16500-cd-produto-pai
            move ws-gr-ix-tamanho                  to f16500-seq-tamanho
            move ws-gr-ix-cor                      to f16500-seq-cor
            move ws-cd-produto                     to f16500-cd-produto
            move ws-data-hoje                      to f16500-data-geracao
            perform 9000-gravar-pd16500
            if   not ws-operacao-ok
                 string "Erro ao gravar pd16500 - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-cd-produto                     to ws-gr-cd-sku(ws-gr-ix-tamanho, ws-gr-ix-cor)
            add  1                                 to ws-nr-skus-gerados

            perform varying ws-ix-deposito from 1 by 1
                    until ws-ix-deposito > ws-nr-depositos
                 initialize                        f06000-estoque
                 move lnk-cd-empresa               to f06000-cd-empresa
                 move lnk-cd-filial                to f06000-cd-filial
                 move ws-cd-produto                to f06000-cd-produto
                 move ws-dp-cd-deposito(ws-ix-deposito)    to f06000-cd-deposito
                 move ws-dp-id-propriedade(ws-ix-deposito) to f06000-id-propriedade
                 perform 9000-gravar-pd06000
            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
       2310-carregar-depositos-pai section.

            move zeros                             to ws-nr-depositos

            initialize                             f06000-estoque
            move lnk-cd-empresa                    to f06000-cd-empresa
            move lnk-cd-filial                     to f06000-cd-filial
            move ws-cd-produto-pai                 to f06000-cd-produto
            move zeros                             to f06000-cd-deposito
            perform 9000-str-pd06000-grt
            perform 9000-ler-pd06000-nex
            perform until not ws-operacao-ok
                          or f06000-cd-empresa <> lnk-cd-empresa
                          or f06000-cd-filial  <> lnk-cd-filial
                          or f06000-cd-produto <> ws-cd-produto-pai
                          or ws-nr-depositos not less 20

                 add  1                            to ws-nr-depositos
                 move f06000-cd-deposito           to ws-dp-cd-deposito(ws-nr-depositos)
                 move f06000-id-propriedade        to ws-dp-id-propriedade(ws-nr-depositos)

                 perform 9000-ler-pd06000-nex
            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Mesma numeração do cadastro de produtos (CS10015C): último
      *> código da filial + 1, confirmado pela sequência central.
       2320-proximo-codigo-produto section.

            initialize                             f01800-produto
            move lnk-cd-empresa                    to f01800-cd-empresa
            move lnk-cd-filial                     to f01800-cd-filial
            move 999999999                         to f01800-cd-produto
            perform 9000-str-pd01800-ngrt
            perform 9000-ler-pd01800-pre
            if   ws-operacao-ok
            and  f01800-cd-empresa equal lnk-cd-empresa
            and  f01800-cd-filial  equal lnk-cd-filial
                 compute ws-cd-produto = f01800-cd-produto + 1
            else
                 move 1                            to ws-cd-produto
            end-if

            initialize                             lk-parametros-sequencia
            string "PRODUTO-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move ws-cd-produto                     to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            if   lk-seq-valor greater zeros
                 move lk-seq-valor                 to ws-cd-produto
            end-if

       exit.

      *>=================================================================================
      *> Descrição do SKU: descrição do pai seguida de tamanho e cor.
       2330-montar-descricoes section.

            move ws-produto-pai                    to f01800-produto
            move ws-cd-produto                     to f01800-cd-produto

            move spaces                            to ws-linha-display
            string f01800-descricao-produto        delimited by "  "
                   " "                             delimited by size
                   ws-gr-cd-tamanho(ws-gr-ix-tamanho) delimited by space
                   " "                             delimited by size
                   ws-gr-cd-cor(ws-gr-ix-cor)      delimited by space
                   into ws-linha-display
            move ws-linha-display                  to f01800-descricao-produto

            move spaces                            to ws-linha-display
            string f01800-descricao-abreviada      delimited by "  "
                   " "                             delimited by size
                   ws-gr-cd-tamanho(ws-gr-ix-tamanho) delimited by space
                   " "                             delimited by size
                   ws-gr-cd-cor(ws-gr-ix-cor)      delimited by space
                   into ws-linha-display
            move ws-linha-display                  to f01800-descricao-abreviada

       exit.

      *>=================================================================================
      *> EAN-13: 12 posições (prefixo interno + código do SKU) e dígito
      *> verificador módulo 10 com pesos 1 e 3 alternados.
       2340-calcular-ean section.

            move zeros                             to ws-ean-numero
            string c-prefixo-ean-interno ws-cd-produto "0" delimited by size
                   into ws-ean-numero

            move zeros                             to ws-ean-soma
            perform varying ws-ean-ix from 1 by 1
                    until ws-ean-ix > 12
                 if   function mod(ws-ean-ix, 2) equal zeros
                      compute ws-ean-soma = ws-ean-soma + ws-ean-digito(ws-ean-ix) * 3
                 else
                      add  ws-ean-digito(ws-ean-ix) to ws-ean-soma
                 end-if
            end-perform

            compute ws-ean-digito(13) =
                    function mod(10 - function mod(ws-ean-soma, 10), 10)

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Nova Grade"            to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-inclusao
                 move "03 - Gerar SKUs"            to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP16300.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16300.cpy.
       copy CSR16400.cpy.
       copy CSR16500.cpy.
       copy CSR01800.cpy.
       copy CSR06000.cpy.
