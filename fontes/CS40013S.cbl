      $set sourceformat"free"
       program-id. CS40013S.
      *>=================================================================================
      *>
      *>        Importação da Tabela de Preços do Fornecedor - Custo de Reposição
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS03200.cpy.
       copy CSS01500.cpy.
       copy CSS04700.cpy.
       copy CSS00901.cpy.

             select arqtabforn assign to disk wid-arqtabforn
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF03200.cpy.
       copy CSF01500.cpy.
       copy CSF04700.cpy.
       copy CSF00901.cpy.

       fd   arqtabforn.

       01   rl-registro-tabforn.
            03 rl-linha-tabforn                    pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS40013S".
       78   c-descricao-programa                   value "IMPORTACAO TABELA FORNECEDOR".
       78   c-max-vinculos                         value 3000.
       78   c-max-nao-localizados                  value 500.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-cd-fornecedor                    pic 9(09).
            03 ws-dias-validade                    pic 9(03).
            03 ws-data-importacao                  pic 9(08).
            03 ws-data-validade-padrao             pic 9(08).
            03 ws-data-validade                    pic 9(08).
            03 ws-custo-novo                       pic 9(09)v9(02).
            03 ws-custo-anterior                   pic 9(09)v9(02).
            03 ws-variacao-perc                    pic s9(05)v9(02).
            03 ws-nr-vinculos                      pic 9(04).
            03 ws-nr-nao-localizados               pic 9(04).
            03 ws-ix                               pic 9(04) comp.
            03 ws-ix-car                           pic 9(02) comp.
            03 ws-nr-linhas                        pic 9(06).
            03 ws-nr-atualizados                   pic 9(06).
            03 ws-nr-rejeitados                    pic 9(06).
            03 ws-id-fim-arquivo                   pic x(01).
               88 ws-fim-arquivo                       value "S" false "N".
            03 ws-id-localizado                    pic x(01).
               88 ws-codigo-localizado                 value "S" false "N".
            03 ws-custo-anterior-x                 pic zzz.zzz.zz9,99.
            03 ws-custo-novo-x                     pic zzz.zzz.zz9,99.
            03 ws-variacao-x                       pic -zzz9,99.
            03 ws-contador-x                       pic zzzzz9.

      *> Campos desmembrados de cada linha da tabela do fornecedor
       01   ws-linha-desmembrada.
            03 ws-imp-cd-produto-fornecedor        pic x(20).
            03 ws-imp-preco                        pic x(20).
            03 ws-imp-validade                     pic x(08).

       01   ws-conversao-preco.
            03 ws-cnv-inteiro                      pic x(15).
            03 ws-cnv-decimal                      pic x(05).
            03 ws-cnv-inteiro-9                    pic 9(09).
            03 ws-cnv-decimal-9                    pic 9(02).
            03 ws-cnv-valido                       pic x(01).
               88 ws-preco-valido                      value "S" false "N".

      *> Vínculos ativos do fornecedor (pd03200 não tem chave pelo
      *> código do fornecedor - a tabela é carregada uma vez)
       01   ws-tabela-vinculos.
            03 ws-vinculo                          occurs 3000 times.
               05 vn-cd-produto-fornecedor         pic x(20).
               05 vn-cd-produto                    pic 9(09).

       01   ws-tabela-nao-localizados.
            03 ws-cd-nao-localizado                occurs 500 times
                                                   pic x(20).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

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
      *> Fornecedor informado no prompt ou nas 9 primeiras posições da
      *> linha de comando. Validade padrão da tabela: parâmetro
      *> TABFORN-VALIDADE-DIAS (padrão 30 dias) a partir da importação.
       1000-inicializacao section.

            perform 9000-abrir-io-pd03200
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd04700

            move zeros                             to ws-cd-fornecedor
                                                      ws-nr-linhas
                                                      ws-nr-atualizados
                                                      ws-nr-rejeitados
                                                      ws-nr-vinculos
                                                      ws-nr-nao-localizados

            if   lnk-execucao-foreground
                 display "Fornecedor.............:"  at line 27 col 03
                 accept ws-cd-fornecedor            at line 27 col 29 with update auto-skip
            else
                 if   lnk-linha-comando(1:9) is numeric
                      move lnk-linha-comando(1:9)   to ws-cd-fornecedor
                 end-if
            end-if

            move 30                                to ws-dias-validade

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "TABFORN-VALIDADE-DIAS"           to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
            and  f04700-valor-numero less 1000
                 move f04700-valor-numero          to ws-dias-validade
            end-if

            accept ws-data-importacao              from date yyyymmdd
            compute ws-data-validade-padrao = function date-of-integer(
                    function integer-of-date(ws-data-importacao) + ws-dias-validade)

       exit.

      *>=================================================================================
      *> Lê TABPRECO_<fornecedor>.CSV de lnk-int-path. Leiaute (uma linha
      *> por item, campos separados por ponto e vírgula, preço com
      *> vírgula decimal, ponto de milhar opcional):
      *>   CODIGO DO PRODUTO NO FORNECEDOR;PRECO;VALIDADE (AAAAMMDD, opcional)
      *> Cada código é traduzido pelo vínculo produto x fornecedor
      *> (f03200-cd-produto-fornecedor) e grava o custo de reposição e a
      *> validade no vínculo. Linhas sem preço numérico (cabeçalho) são
      *> rejeitadas; códigos sem vínculo saem no fim do relatório.
       2000-processamento section.

            initialize                              f01500-fornecedor
            move lnk-cd-empresa                     to f01500-cd-empresa
            move lnk-cd-filial                      to f01500-cd-filial
            move ws-cd-fornecedor                   to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
                 string "Fornecedor [" ws-cd-fornecedor "] não cadastrado!" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            move spaces                             to wid-arqtabforn
            string lnk-int-path delimited by "  " "\TABPRECO_" ws-cd-fornecedor ".CSV"
                   delimited by "  " into wid-arqtabforn

            open input arqtabforn
            if   not ws-operacao-ok
                 string "Tabela do fornecedor não encontrada em [" wid-arqtabforn "]!" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2100-carregar-vinculos

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "IMPORTACAO DA TABELA DE PRECOS - FORNECEDOR " ws-cd-fornecedor
                   " " f01500-razao-social(1:40) " EM " ws-data-importacao
                                                    into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "PRODUTO   COD.FORNECEDOR         CUSTO ANTERIOR     CUSTO NOVO  VARIACAO %  VALIDADE"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read arqtabforn
                      at end set ws-fim-arquivo     to true
                 end-read

                 if   not ws-fim-arquivo
                 and  rl-linha-tabforn not equal spaces
                      add  1                        to ws-nr-linhas
                      perform 2200-importar-linha
                 end-if

            end-perform

            close arqtabforn

            perform 2400-imprimir-nao-localizados

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-linhas                       to ws-contador-x
            string "LINHAS LIDAS.............: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-atualizados                  to ws-contador-x
            string "CUSTOS ATUALIZADOS.......: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-nao-localizados              to ws-contador-x
            string "CODIGOS NAO LOCALIZADOS..: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-rejeitados                   to ws-contador-x
            string "LINHAS REJEITADAS........: " ws-contador-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            if   ws-nr-nao-localizados greater zeros
            or   ws-nr-rejeitados greater zeros
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       2100-carregar-vinculos section.

            initialize                              ws-tabela-vinculos

            initialize                              f03200-produto-fornecedor
            move lnk-cd-empresa                     to f03200-cd-empresa
            move lnk-cd-filial                      to f03200-cd-filial
            perform 9000-str-pd03200-grt
            perform 9000-ler-pd03200-nex

            perform until not ws-operacao-ok
                          or f03200-cd-empresa <> lnk-cd-empresa
                          or f03200-cd-filial  <> lnk-cd-filial
                          or ws-nr-vinculos not less c-max-vinculos

                 if   f03200-cd-fornecedor equal ws-cd-fornecedor
                 and  f03200-vinculo-ativo
                 and  f03200-cd-produto-fornecedor not equal spaces
                      add  1                        to ws-nr-vinculos
                      move f03200-cd-produto-fornecedor to vn-cd-produto-fornecedor(ws-nr-vinculos)
                      move f03200-cd-produto        to vn-cd-produto(ws-nr-vinculos)
                 end-if

                 perform 9000-ler-pd03200-nex

            end-perform

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2200-importar-linha section.

            initialize                              ws-linha-desmembrada

            unstring rl-linha-tabforn delimited by ";"
                     into ws-imp-cd-produto-fornecedor
                          ws-imp-preco
                          ws-imp-validade
            end-unstring

            move function trim(ws-imp-cd-produto-fornecedor) to ws-imp-cd-produto-fornecedor

            perform 2210-converter-preco
            if   not ws-preco-valido
            or   ws-imp-cd-produto-fornecedor equal spaces
                 add  1                             to ws-nr-rejeitados
                 exit section
            end-if

            move ws-data-validade-padrao            to ws-data-validade
            if   ws-imp-validade is numeric
            and  function test-date-yyyymmdd(function numval(ws-imp-validade)) equal zeros
                 move ws-imp-validade               to ws-data-validade
            end-if

            set  ws-codigo-localizado               to false

            perform varying ws-ix from 1 by 1 until ws-ix > ws-nr-vinculos
                 if   vn-cd-produto-fornecedor(ws-ix) equal ws-imp-cd-produto-fornecedor
                      set  ws-codigo-localizado     to true
                      perform 2300-atualizar-vinculo
                 end-if
            end-perform

            if   not ws-codigo-localizado
                 add  1                             to ws-nr-nao-localizados
                 if   ws-nr-nao-localizados not greater c-max-nao-localizados
                      move ws-imp-cd-produto-fornecedor
                                                    to ws-cd-nao-localizado(ws-nr-nao-localizados)
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Preço em texto "1.234,56" para numérico - pontos de milhar
      *> ignorados, parte decimal com um, dois ou nenhum dígito.
       2210-converter-preco section.

            set  ws-preco-valido                    to false
            move zeros                              to ws-custo-novo
                                                       ws-cnv-inteiro-9
                                                       ws-cnv-decimal-9
            move spaces                             to ws-cnv-inteiro
                                                       ws-cnv-decimal

            unstring ws-imp-preco delimited by ","
                     into ws-cnv-inteiro ws-cnv-decimal
            end-unstring

            move function trim(ws-cnv-inteiro)      to ws-cnv-inteiro
            if   ws-cnv-inteiro(1:1) not numeric
                 exit section
            end-if

            perform varying ws-ix-car from 1 by 1 until ws-ix-car > 15
                 evaluate true
                      when ws-cnv-inteiro(ws-ix-car:1) equal "."
                           continue
                      when ws-cnv-inteiro(ws-ix-car:1) is numeric
                           compute ws-cnv-inteiro-9 = ws-cnv-inteiro-9 * 10
                                   + function numval(ws-cnv-inteiro(ws-ix-car:1))
                      when other
                           exit perform
                 end-evaluate
            end-perform

            if   ws-cnv-decimal(1:1) is numeric
                 if   ws-cnv-decimal(2:1) not numeric
                      move zero                     to ws-cnv-decimal(2:1)
                 end-if
                 move ws-cnv-decimal(1:2)           to ws-cnv-decimal-9
            end-if

            compute ws-custo-novo = ws-cnv-inteiro-9 + ws-cnv-decimal-9 / 100

            if   ws-custo-novo greater zeros
                 set  ws-preco-valido               to true
            end-if

       exit.

      *>=================================================================================
      *> Grava o custo de reposição no vínculo e imprime a variação
      *> sobre o custo anterior (reposição anterior ou, sem ela, o
      *> último preço de compra).
       2300-atualizar-vinculo section.

            initialize                              f03200-produto-fornecedor
            move lnk-cd-empresa                     to f03200-cd-empresa
            move lnk-cd-filial                      to f03200-cd-filial
            move vn-cd-produto(ws-ix)               to f03200-cd-produto
            move ws-cd-fornecedor                   to f03200-cd-fornecedor
            perform 9000-ler-pd03200-ran
            if   not ws-operacao-ok
                 add  1                             to ws-nr-rejeitados
                 exit section
            end-if

            if   f03200-custo-reposicao greater zeros
                 move f03200-custo-reposicao        to ws-custo-anterior
            else
                 move f03200-ultimo-preco-compra    to ws-custo-anterior
            end-if

            move ws-custo-novo                      to f03200-custo-reposicao
            move ws-data-validade                   to f03200-data-validade-custo
            perform 9000-regravar-pd03200
            if   not ws-operacao-ok
                 add  1                             to ws-nr-rejeitados
                 exit section
            end-if

            add  1                                  to ws-nr-atualizados

            move ws-custo-anterior                  to ws-custo-anterior-x
            move ws-custo-novo                      to ws-custo-novo-x
            move spaces                             to rl-linha-relatorio
            if   ws-custo-anterior greater zeros
                 compute ws-variacao-perc rounded =
                         (ws-custo-novo - ws-custo-anterior) * 100 / ws-custo-anterior
                 move ws-variacao-perc              to ws-variacao-x
                 string f03200-cd-produto " " ws-imp-cd-produto-fornecedor
                        " " ws-custo-anterior-x " " ws-custo-novo-x
                        "   " ws-variacao-x "  " ws-data-validade
                                                    into rl-linha-relatorio
            else
                 string f03200-cd-produto " " ws-imp-cd-produto-fornecedor
                        " " ws-custo-anterior-x " " ws-custo-novo-x
                        "   SEM CUSTO  " ws-data-validade
                                                    into rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2400-imprimir-nao-localizados section.

            if   ws-nr-nao-localizados equal zeros
                 exit section
            end-if

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "CODIGOS DO FORNECEDOR SEM VINCULO COM PRODUTO (CADASTRAR EM PRODUTO X FORNECEDOR):"
                                                    to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix from 1 by 1
                    until ws-ix > ws-nr-nao-localizados
                       or ws-ix > c-max-nao-localizados
                 string "   " ws-cd-nao-localizado(ws-ix) into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd03200
            close pd01500
            close pd04700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR03200.cpy.
       copy CSR01500.cpy.
       copy CSR04700.cpy.
