      $set sourceformat"free"
       program-id. CS10055S.
      *>=================================================================================
      *>
      *>                Exportação da Carga de Itens para as Balanças
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16600.cpy.
       copy CSS01800.cpy.
       copy CSS02100.cpy.
       copy CSS04700.cpy.
       copy CSS00901.cpy.

             select arqbalanca assign to disk wid-arqbalanca
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF16600.cpy.
       copy CSF01800.cpy.
       copy CSF02100.cpy.
       copy CSF04700.cpy.
       copy CSF00901.cpy.

       fd   arqbalanca.

      *> Leiaute de itens do software de carga das balanças (ITENSMGV):
      *> posições fixas, sem separador.
       01   rl-registro-balanca.
            03 rl-bal-departamento                 pic 9(02).
            03 rl-bal-tipo-venda                   pic 9(01).
            03 rl-bal-cd-item                      pic 9(06).
            03 rl-bal-preco                        pic 9(06).
            03 rl-bal-dias-validade                pic 9(03).
            03 rl-bal-descricao-1                  pic x(25).
            03 rl-bal-descricao-2                  pic x(25).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10055S".
       78   c-descricao-programa                   value "CARGA DAS BALANCAS".
       78   c-chamada-precos                       value "PRECOS".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-digitos-cod-balanca           pic 9(02).
            03 ws-cd-limite-balanca                pic 9(09).
            03 ws-cd-produto                       pic 9(09).
            03 ws-nr-itens                         pic 9(06).
            03 ws-nr-rejeitados                    pic 9(06).
            03 ws-nr-itens-x                       pic zzz.zz9.
            03 ws-nr-rejeitados-x                  pic zzz.zz9.
            03 ws-preco-x                          pic zzz.zz9,99.
            03 ws-preco-centavos                   pic 9(09).
            03 ws-motivo-rejeicao                  pic x(30).
            03 ws-id-relatorio                     pic x(01).
               88 ws-emite-relatorio                   value "S" false "N".

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
      *> Chamado pela manutenção de preços (CS10018C) com "PRECOS" em
      *> lnk-linha-comando: regera o arquivo sem relatório, para que as
      *> balanças imprimam sempre o preço vigente.
       1000-inicializacao section.

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

            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd02100
            perform 9000-abrir-i-pd04700

            if   lnk-linha-comando(1:6) equal c-chamada-precos
                 set  ws-emite-relatorio            to false
            else
                 set  ws-emite-relatorio            to true
            end-if

            move zeros                              to ws-nr-itens
                                                       ws-nr-rejeitados

            perform 1100-carregar-parametros

       exit.

      *>=================================================================================
      *> Arquivo de carga: BALANCA-ARQUIVO em pd04700 ou, na ausência,
      *> ITENSMGV.TXT no diretório de integração. O código do item na
      *> balança é o código do produto, limitado aos dígitos de
      *> BALANCA-DIGITOS-COD (default 6) - o mesmo lido da etiqueta na
      *> venda balcão (CS30004C).
       1100-carregar-parametros section.

            move spaces                             to wid-arqbalanca
            string lnk-int-path delimited by "  " "\ITENSMGV.TXT"
                   delimited by "  " into wid-arqbalanca

            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "BALANCA-ARQUIVO"                  to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto not equal spaces
                 move spaces                        to wid-arqbalanca
                 move f04700-valor-texto            to wid-arqbalanca
            end-if

            move 6                                  to ws-nr-digitos-cod-balanca
            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "BALANCA-DIGITOS-COD"              to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater 3
            and  f04700-valor-numero less 8
                 move f04700-valor-numero           to ws-nr-digitos-cod-balanca
            end-if

            compute ws-cd-limite-balanca = 10 ** ws-nr-digitos-cod-balanca - 1
            if   ws-cd-limite-balanca greater 999999
                 move 999999                        to ws-cd-limite-balanca
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Um registro por produto pesável ativo (pd16600) com preço
      *> vigente: departamento, tipo de venda 0 (peso), código, preço
      *> por kg em centavos, validade em dias e descrição em duas
      *> linhas de 25. Produto sem preço, inativo ou com código maior
      *> que o comportado pela etiqueta fica fora da carga e é listado.
       2000-processamento section.

            open output arqbalanca
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo de carga das balanças - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            if   ws-emite-relatorio
                 perform 9000-abrir-relatorio
                 move spaces                        to rl-linha-relatorio
                 string "CARGA DAS BALANCAS - EMPRESA " lnk-cd-empresa
                        " FILIAL " lnk-cd-filial     into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            initialize                              f16600-produto-balanca
            move lnk-cd-empresa                     to f16600-cd-empresa
            move lnk-cd-filial                      to f16600-cd-filial
            perform 9000-str-pd16600-grt
            perform 9000-ler-pd16600-nex

            perform until not ws-operacao-ok
                          or f16600-cd-empresa <> lnk-cd-empresa
                          or f16600-cd-filial  <> lnk-cd-filial

                 if   f16600-pesavel-ativo
                      perform 2100-exportar-item
                 end-if

                 perform 9000-ler-pd16600-nex

            end-perform

            close arqbalanca

            move ws-nr-itens                        to ws-nr-itens-x
            move ws-nr-rejeitados                   to ws-nr-rejeitados-x

            if   ws-emite-relatorio
                 move spaces                        to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move spaces                        to rl-linha-relatorio
                 string "ITENS EXPORTADOS: " ws-nr-itens-x
                        "  REJEITADOS: " ws-nr-rejeitados-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 move spaces                        to rl-linha-relatorio
                 string "ARQUIVO: " wid-arqbalanca  into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 perform 9000-fechar-relatorio

                 string "Carga das balanças gerada - " ws-nr-itens-x " itens" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-exportar-item section.

            move spaces                             to ws-motivo-rejeicao

            initialize                              f01800-produto
            move f16600-cd-empresa                  to f01800-cd-empresa
            move f16600-cd-filial                   to f01800-cd-filial
            move f16600-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
            or   not f01800-produto-ativo
                 move "PRODUTO INATIVO"             to ws-motivo-rejeicao
                 perform 2200-rejeitar-item
                 exit section
            end-if

            if   f16600-cd-produto greater ws-cd-limite-balanca
                 move "CODIGO EXCEDE A ETIQUETA"    to ws-motivo-rejeicao
                 perform 2200-rejeitar-item
                 exit section
            end-if

            move f16600-cd-produto                  to ws-cd-produto
            perform 2300-buscar-preco-vigente
            if   not ws-operacao-ok
                 move "SEM PRECO VIGENTE"           to ws-motivo-rejeicao
                 perform 2200-rejeitar-item
                 exit section
            end-if

            compute ws-preco-centavos = f02100-vl-unitario * 100
            if   ws-preco-centavos greater 999999
                 move "PRECO EXCEDE A BALANCA"      to ws-motivo-rejeicao
                 perform 2200-rejeitar-item
                 exit section
            end-if

            initialize                              rl-registro-balanca
            move f16600-cd-departamento             to rl-bal-departamento
            move zeros                              to rl-bal-tipo-venda
            move f16600-cd-produto                  to rl-bal-cd-item
            move ws-preco-centavos                  to rl-bal-preco
            move f16600-dias-validade               to rl-bal-dias-validade
            move f01800-descricao-produto(1:25)     to rl-bal-descricao-1
            move f01800-descricao-produto(26:25)    to rl-bal-descricao-2
            write rl-registro-balanca

            add  1                                  to ws-nr-itens

            if   ws-emite-relatorio
                 move f02100-vl-unitario            to ws-preco-x
                 move spaces                        to rl-linha-relatorio
                 string f16600-cd-produto " " f01800-descricao-produto(1:40)
                        " DEPTO " f16600-cd-departamento
                        " KG " ws-preco-x
                        " VALIDADE " f16600-dias-validade into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2200-rejeitar-item section.

            add  1                                  to ws-nr-rejeitados

            if   ws-emite-relatorio
                 move spaces                        to rl-linha-relatorio
                 string f16600-cd-produto " *** " ws-motivo-rejeicao into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Preço vigente na data atual: o registro ativo de maior
      *> data-vigencia que não seja posterior a hoje.
       2300-buscar-preco-vigente section.

            accept ws-data-inv                      from date yyyymmdd

            initialize                              f02100-preco-produto
            move lnk-cd-empresa                     to f02100-cd-empresa
            move lnk-cd-filial                      to f02100-cd-filial
            move ws-cd-produto                      to f02100-cd-produto
            move ws-data-inv                        to f02100-data-vigencia
            perform 9000-str-pd02100-ngrt
            if   not ws-operacao-ok
                 exit section
            end-if

            perform 9000-ler-pd02100-pre

            perform until exit

                if   not ws-operacao-ok
                     exit perform
                end-if

                if   f02100-cd-empresa not equal lnk-cd-empresa
                or   f02100-cd-filial  not equal lnk-cd-filial
                or   f02100-cd-produto not equal ws-cd-produto
                     move "23"                       to ws-resultado-acesso
                     exit perform
                end-if

                if   f02100-preco-ativo
                     exit perform
                end-if

                perform 9000-ler-pd02100-pre

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd16600
            close pd01800
            close pd02100
            close pd04700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16600.cpy.
       copy CSR01800.cpy.
       copy CSR02100.cpy.
       copy CSR04700.cpy.
