      $set sourceformat"free"
       program-id. CS00146S.
      *>=================================================================================
      *>
      *>            Extração para BI - Modelo Estrela (Fatos e Dimensões)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS19500.cpy.
       copy CSS19600.cpy.
       copy CSS07100.cpy.
       copy CSS00700.cpy.
       copy CSS01600.cpy.
       copy CSS01800.cpy.
       copy CSS01400.cpy.
       copy CSS05300.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS02600.cpy.
       copy CSS02700.cpy.
       copy CSS01900.cpy.
       copy CSS06000.cpy.
       copy CSS00600.cpy.
       copy CSS00500.cpy.
       copy CSS00400.cpy.
       copy CSS00300.cpy.

             select arqbi assign to disk wid-arqbi
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF19500.cpy.
       copy CSF19600.cpy.
       copy CSF07100.cpy.
       copy CSF00700.cpy.
       copy CSF01600.cpy.
       copy CSF01800.cpy.
       copy CSF01400.cpy.
       copy CSF05300.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF02600.cpy.
       copy CSF02700.cpy.
       copy CSF01900.cpy.
       copy CSF06000.cpy.
       copy CSF00600.cpy.
       copy CSF00500.cpy.
       copy CSF00400.cpy.
       copy CSF00300.cpy.

       fd   arqbi.

       01   rl-registro-bi.
            03 rl-linha-bi                         pic x(400).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00146S".
       78   c-descricao-programa                   value "EXTRACAO PARA BI".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-hora-agora                       pic 9(08).
            03 ws-data-corte                       pic 9(08).
            03 ws-data-marca-dagua                 pic 9(08).
            03 ws-data-minima                      pic 9(08).
            03 ws-data-maxima                      pic 9(08).
            03 ws-data-calendario                  pic 9(08).
            03 ws-data-calendario-fim              pic 9(08).
            03 ws-data-teste                       pic 9(08).
            03 ws-nr-dia-calendario                pic 9(09).
            03 ws-nr-dia-semana                    pic 9(01).
            03 ws-nr-trimestre                     pic 9(01).
            03 ws-id-carga                         pic x(01).
               88 ws-carga-total                        value "T".
               88 ws-carga-incremental                  value "I".
            03 ws-id-controle                      pic x(01).
               88 ws-controle-existente                 value "S" false "N".
            03 ws-id-arquivo                       pic x(01).
               88 ws-arquivo-aberto                     value "S" false "N".
            03 ws-nm-arquivo                       pic x(60).
            03 ws-cd-controle                      pic x(08).
            03 ws-nr-linhas-arquivo                pic 9(09).
            03 ws-vl-controle-arquivo              pic s9(13)v9(02).
            03 ws-nr-registros-total               pic 9(09).
            03 ws-nr-arquivos                      pic 9(03).
            03 ws-nr-ponteiro                      pic 9(04).
            03 ws-sk-tipo                          pic x(03).
            03 ws-sk-natural                       pic x(30).
            03 ws-sk                               pic 9(09).
            03 ws-sk-filial                        pic 9(09).
            03 ws-sk-cliente                       pic 9(09).
            03 ws-sk-produto                       pic 9(09).
            03 ws-sk-categoria                     pic 9(09).
            03 ws-sk-vendedor                      pic 9(09).
            03 ws-id-logradouro                    pic 9(09).
            03 ws-end-cidade                       pic x(55).
            03 ws-end-uf                           pic x(02).
            03 ws-cd-categoria-produto             pic 9(09).
            03 ws-vl-estoque                       pic s9(13)v9(02).
            03 ws-nr-linhas-x                      pic z.zzz.zzz.zz9.
            03 ws-vl-controle-x                    pic -.---.---.---.--9,99.

      *> Campos da linha em montagem: cada valor é acrescentado com o
      *> separador ";" pelas rotinas 2080-
       01   ws-campo-linha.
            03 ws-cpo-texto                        pic x(60).
            03 ws-cpo-inteiro                      pic s9(14).
            03 ws-cpo-valor                        pic s9(13)v9(02).
            03 ws-cpo-decimal                      pic s9(11)v9(06).
            03 ws-ed-inteiro                       pic -(14)9.
            03 ws-ed-valor                         pic -(13)9,99.
            03 ws-ed-decimal                       pic -(11)9,999999.
            03 ws-ed-data                          pic 99/99/9999.

       01   ws-nomes-dia-semana.
            03 filler                              pic x(09) value "SEGUNDA".
            03 filler                              pic x(09) value "TERCA".
            03 filler                              pic x(09) value "QUARTA".
            03 filler                              pic x(09) value "QUINTA".
            03 filler                              pic x(09) value "SEXTA".
            03 filler                              pic x(09) value "SABADO".
            03 filler                              pic x(09) value "DOMINGO".
       01   filler redefines ws-nomes-dia-semana.
            03 ws-nome-dia-semana                  pic x(09) occurs 7 times.

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
      *> Carga total quando pedida ("T" em lnk-linha-comando na execução
      *> em lote, ou confirmada na tela) e na primeira execução da
      *> filial; nas demais, incremental a partir da marca d'água.
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD195.DAT" into wid-pd19500
            open i-o pd19500
            if   ws-arquivo-inexistente
                 open output pd19500
                 close pd19500
                 open i-o pd19500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD195.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD196.DAT" into wid-pd19600
            open i-o pd19600
            if   ws-arquivo-inexistente
                 open output pd19600
                 close pd19600
                 open i-o pd19600
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD196.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD071.DAT" into wid-pd07100
            open i-o pd07100
            if   ws-arquivo-inexistente
                 open output pd07100
                 close pd07100
                 open i-o pd07100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD071.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd01600
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd05300
            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd05100
            perform 9000-abrir-i-pd02600
            perform 9000-abrir-i-pd02700
            perform 9000-abrir-i-pd01900
            perform 9000-abrir-i-pd06000
            perform 9000-abrir-i-pd00600
            perform 9000-abrir-i-pd00500
            perform 9000-abrir-i-pd00400
            perform 9000-abrir-i-pd00300

            accept ws-data-hoje                     from date yyyymmdd
            accept ws-hora-agora                    from time
            compute ws-data-corte = function date-of-integer(
                                    function integer-of-date(ws-data-hoje) - 1)

            set  ws-carga-incremental               to true
            if   lnk-execucao-foreground
                 move "Recarga total do BI (ignora a marca d'água)? [S/N]" to ws-mensagem
                 perform 9000-mensagem
                 if   ws-mensagem-opcao-sim
                      set  ws-carga-total           to true
                 end-if
            else
                 if   lnk-linha-comando(1:1) equal "T" or "t"
                      set  ws-carga-total           to true
                 end-if
            end-if

            set  ws-controle-existente              to false
            initialize                              f19600-controle-bi
            move lnk-cd-empresa                     to f19600-cd-empresa
            move lnk-cd-filial                      to f19600-cd-filial
            perform 9000-ler-pd19600-ran
            if   ws-operacao-ok
                 set  ws-controle-existente         to true
            else
                 initialize                         f19600-controle-bi
                 move lnk-cd-empresa                to f19600-cd-empresa
                 move lnk-cd-filial                 to f19600-cd-filial
                 set  ws-carga-total                to true
            end-if

            if   ws-carga-total
                 move zeros                         to ws-data-marca-dagua
            else
                 move f19600-data-marca-dagua       to ws-data-marca-dagua
            end-if

            move ws-data-corte                      to ws-data-minima
            move ws-data-corte                      to ws-data-maxima
            move zeros                              to ws-nr-registros-total
                                                       ws-nr-arquivos

       exit.

      *>=================================================================================
      *> Arquivos texto em lnk-int-path, separados por ";" com vírgula
      *> decimal e linha de cabeçalho com os nomes das colunas, prefixo
      *> BI_<empresa>_<filial>_. Dimensões (e calendário) saem sempre
      *> completas, sobrepondo o arquivo anterior; fatos levam a data de
      *> corte e o tipo de carga no nome (_I incremental, _T total):
      *>   vendas      itens das NF-e de saída autorizadas (pd05000/05100)
      *>               pela data da operação
      *>   financeiro  títulos a receber (R) e a pagar (P) emitidos ou
      *>               com pagamento na janela - o BI substitui a linha
      *>               pela chave tipo/parceiro/documento/parcela
      *>   movimentos  movimentos de estoque (pd01900) pela data
      *>   posicao     foto do saldo (pd06000) na data de corte - a
      *>               série diária se forma com as rodadas noturnas
      *> Cada arquivo deixa no histórico de jobs (pd07100) um registro
      *> de total de controle com a quantidade de linhas e o valor.
       2000-processamento section.

            if   ws-carga-incremental
            and  ws-data-marca-dagua not less ws-data-corte
                 move "Extração para BI já realizada até a data de corte - nada a extrair." to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
                 exit section
            end-if

            perform 2100-dim-filial
            perform 2200-dim-categoria
            perform 2300-dim-produto
            perform 2400-dim-cliente
            perform 2500-dim-vendedor

            perform 2600-fato-vendas
            perform 2700-fato-financeiro
            perform 2800-fato-movimentos
            perform 2900-fato-posicao

            perform 2950-dim-calendario

            move ws-data-corte                      to f19600-data-marca-dagua
            if   f19600-data-inicio-calendario equal zeros
            or   f19600-data-inicio-calendario greater ws-data-minima
                 move ws-data-minima                to f19600-data-inicio-calendario
            end-if
            move ws-data-hoje                       to f19600-data-ultima-execucao
            move ws-hora-agora                      to f19600-hora-ultima-execucao
            move ws-id-carga                        to f19600-id-ultima-carga
            move ws-nr-registros-total              to f19600-nr-registros-ultima
            move lnk-id-usuario                     to f19600-id-usuario
            if   ws-controle-existente
                 perform 9000-regravar-pd19600
            else
                 perform 9000-gravar-pd19600
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gravar controle da extração para BI - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
            end-if

            move ws-nr-registros-total              to lnk-nr-registros-lote

            move ws-nr-registros-total              to ws-nr-linhas-x
            move spaces                             to ws-mensagem
            if   ws-carga-total
                 string "Extração para BI (carga total) concluída: " function trim(ws-nr-linhas-x)
                        " linha(s) em " ws-nr-arquivos " arquivo(s)." delimited by size into ws-mensagem
            else
                 string "Extração para BI (incremental) concluída: " function trim(ws-nr-linhas-x)
                        " linha(s) em " ws-nr-arquivos " arquivo(s)." delimited by size into ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-dim-filial section.

            move "DIM_FILIAL"                       to ws-nm-arquivo
            move "BIFILIAL"                         to ws-cd-controle
            perform 2010-abrir-arquivo-dimensao
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_FILIAL;CD_EMPRESA;CD_FILIAL;RAZAO_SOCIAL;NOME_FANTASIA;CNPJ;STATUS" to rl-linha-bi
            write rl-registro-bi

            initialize                              f00700-empresa
            move lnk-cd-empresa                     to f00700-cd-empresa
            perform 9000-str-pd00700-gtr
            perform 9000-ler-pd00700-nex

            perform until not ws-operacao-ok
                          or f00700-cd-empresa <> lnk-cd-empresa

                 move "FIL"                         to ws-sk-tipo
                 move spaces                        to ws-sk-natural
                 string f00700-cd-empresa f00700-cd-filial delimited by size into ws-sk-natural
                 perform 2050-chave-substituta

                 move 1                             to ws-nr-ponteiro
                 move spaces                        to rl-linha-bi
                 move ws-sk                         to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f00700-cd-empresa             to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f00700-cd-filial              to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f00700-razao-social           to ws-cpo-texto
                 perform 2081-campo-texto
                 move f00700-nome-fantasia          to ws-cpo-texto
                 perform 2081-campo-texto
                 move f00700-cnpj                   to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f00700-id-status              to ws-cpo-texto
                 perform 2081-campo-texto
                 perform 2090-gravar-linha

                 perform 9000-ler-pd00700-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2200-dim-categoria section.

            move "DIM_CATEGORIA"                    to ws-nm-arquivo
            move "BICATEGO"                         to ws-cd-controle
            perform 2010-abrir-arquivo-dimensao
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_CATEGORIA;CD_CATEGORIA;DESCRICAO;STATUS" to rl-linha-bi
            write rl-registro-bi

            initialize                              f01600-categoria-material
            move lnk-cd-empresa                     to f01600-cd-empresa
            move lnk-cd-filial                      to f01600-cd-filial
            perform 9000-str-pd01600-grt
            perform 9000-ler-pd01600-nex

            perform until not ws-operacao-ok
                          or f01600-cd-empresa <> lnk-cd-empresa
                          or f01600-cd-filial  <> lnk-cd-filial

                 move f01600-cd-categoria           to ws-cd-categoria-produto
                 perform 2060-sk-categoria

                 move 1                             to ws-nr-ponteiro
                 move spaces                        to rl-linha-bi
                 move ws-sk-categoria               to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01600-cd-categoria           to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01600-descricao-categoria    to ws-cpo-texto
                 perform 2081-campo-texto
                 move f01600-id-status              to ws-cpo-texto
                 perform 2081-campo-texto
                 perform 2090-gravar-linha

                 perform 9000-ler-pd01600-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2300-dim-produto section.

            move "DIM_PRODUTO"                      to ws-nm-arquivo
            move "BIPRODUT"                         to ws-cd-controle
            perform 2010-abrir-arquivo-dimensao
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_PRODUTO;CD_PRODUTO;DESCRICAO;EAN;NCM;UNIDADE;SK_CATEGORIA;LOJA_VIRTUAL;STATUS" to rl-linha-bi
            write rl-registro-bi

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            perform 9000-str-pd01800-grt
            perform 9000-ler-pd01800-nex

            perform until not ws-operacao-ok
                          or f01800-cd-empresa <> lnk-cd-empresa
                          or f01800-cd-filial  <> lnk-cd-filial

                 move "PRO"                         to ws-sk-tipo
                 move spaces                        to ws-sk-natural
                 string f01800-cd-empresa f01800-cd-filial f01800-cd-produto
                        delimited by size into ws-sk-natural
                 perform 2050-chave-substituta
                 move ws-sk                         to ws-sk-produto
                 move f01800-cd-categoria           to ws-cd-categoria-produto
                 perform 2060-sk-categoria

                 move 1                             to ws-nr-ponteiro
                 move spaces                        to rl-linha-bi
                 move ws-sk-produto                 to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01800-cd-produto             to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01800-descricao-produto      to ws-cpo-texto
                 perform 2081-campo-texto
                 move f01800-ean                    to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01800-ncm                    to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01800-unidade-medida         to ws-cpo-texto
                 perform 2081-campo-texto
                 move ws-sk-categoria               to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 if   f01800-publica-ecommerce
                      move "S"                      to ws-cpo-texto
                 else
                      move "N"                      to ws-cpo-texto
                 end-if
                 perform 2081-campo-texto
                 move f01800-id-status              to ws-cpo-texto
                 perform 2081-campo-texto
                 perform 2090-gravar-linha

                 perform 9000-ler-pd01800-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2400-dim-cliente section.

            move "DIM_CLIENTE"                      to ws-nm-arquivo
            move "BICLIENT"                         to ws-cd-controle
            perform 2010-abrir-arquivo-dimensao
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_CLIENTE;CD_CLIENTE;RAZAO_SOCIAL;NOME_FANTASIA;TIPO_PESSOA;CNPJ_CPF;CIDADE;UF;STATUS" to rl-linha-bi
            write rl-registro-bi

            initialize                              f01400-cliente
            move lnk-cd-empresa                     to f01400-cd-empresa
            move lnk-cd-filial                      to f01400-cd-filial
            perform 9000-str-pd01400-grt
            perform 9000-ler-pd01400-nex

            perform until not ws-operacao-ok
                          or f01400-cd-empresa <> lnk-cd-empresa
                          or f01400-cd-filial  <> lnk-cd-filial

                 move f01400-cd-cliente             to ws-cpo-inteiro
                 perform 2070-sk-cliente

                 move f01400-id-logradouro          to ws-id-logradouro
                 perform 2410-cidade-cliente

                 move 1                             to ws-nr-ponteiro
                 move spaces                        to rl-linha-bi
                 move ws-sk-cliente                 to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01400-cd-cliente             to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f01400-razao-social           to ws-cpo-texto
                 perform 2081-campo-texto
                 move f01400-nome-fantasia          to ws-cpo-texto
                 perform 2081-campo-texto
                 move f01400-tipo-pessoa            to ws-cpo-texto
                 perform 2081-campo-texto
                 move f01400-cgc                    to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-end-cidade                 to ws-cpo-texto
                 perform 2081-campo-texto
                 move ws-end-uf                     to ws-cpo-texto
                 perform 2081-campo-texto
                 move f01400-id-status              to ws-cpo-texto
                 perform 2081-campo-texto
                 perform 2090-gravar-linha

                 perform 9000-ler-pd01400-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
      *> Logradouro -> bairro -> município -> estado
       2410-cidade-cliente section.

            move spaces                             to ws-end-cidade
                                                       ws-end-uf

            initialize                              f00600-logradouro
            move lnk-cd-empresa                     to f00600-cd-empresa
            move lnk-cd-filial                      to f00600-cd-filial
            move ws-id-logradouro                   to f00600-id-logradouro
            perform 9000-ler-pd00600-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                              f00500-bairro
            move lnk-cd-empresa                     to f00500-cd-empresa
            move lnk-cd-filial                      to f00500-cd-filial
            move f00600-id-bairro                   to f00500-id-bairro
            perform 9000-ler-pd00500-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            initialize                              f00400-municipio
            move lnk-cd-empresa                     to f00400-cd-empresa
            move lnk-cd-filial                      to f00400-cd-filial
            move f00500-id-municipio                to f00400-id-municipio
            perform 9000-ler-pd00400-ran
            if   not ws-operacao-ok
                 exit section
            end-if
            move f00400-nome-municipio              to ws-end-cidade

            initialize                              f00300-estado
            move lnk-cd-empresa                     to f00300-cd-empresa
            move lnk-cd-filial                      to f00300-cd-filial
            move f00400-id-estado                   to f00300-id-estado
            perform 9000-ler-pd00300-ran
            if   ws-operacao-ok
                 move f00300-sigla-estado           to ws-end-uf
            end-if

       exit.

      *>=================================================================================
       2500-dim-vendedor section.

            move "DIM_VENDEDOR"                     to ws-nm-arquivo
            move "BIVENDED"                         to ws-cd-controle
            perform 2010-abrir-arquivo-dimensao
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_VENDEDOR;CD_VENDEDOR;NOME;PERC_COMISSAO;STATUS" to rl-linha-bi
            write rl-registro-bi

            initialize                              f05300-vendedor
            move lnk-cd-empresa                     to f05300-cd-empresa
            move lnk-cd-filial                      to f05300-cd-filial
            perform 9000-str-pd05300-grt
            perform 9000-ler-pd05300-nex

            perform until not ws-operacao-ok
                          or f05300-cd-empresa <> lnk-cd-empresa
                          or f05300-cd-filial  <> lnk-cd-filial

                 move f05300-cd-vendedor            to ws-cpo-inteiro
                 perform 2075-sk-vendedor

                 move 1                             to ws-nr-ponteiro
                 move spaces                        to rl-linha-bi
                 move ws-sk-vendedor                to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f05300-cd-vendedor            to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f05300-nome-vendedor          to ws-cpo-texto
                 perform 2081-campo-texto
                 move f05300-perc-comissao          to ws-cpo-valor
                 perform 2083-campo-valor
                 move f05300-id-status              to ws-cpo-texto
                 perform 2081-campo-texto
                 perform 2090-gravar-linha

                 perform 9000-ler-pd05300-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2600-fato-vendas section.

            move "FATO_VENDAS"                      to ws-nm-arquivo
            move "BIVENDAS"                         to ws-cd-controle
            perform 2015-abrir-arquivo-fato
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_DATA;SK_FILIAL;SK_CLIENTE;SK_PRODUTO;SK_CATEGORIA;SK_VENDEDOR;NUMERO_NF;SERIE;SEQUENCIA;CD_DEPOSITO;QUANTIDADE;VALOR_UNITARIO;VALOR_TOTAL;VALOR_ICMS;VALOR_IPI;QTDE_DEVOLVIDA" to rl-linha-bi
            write rl-registro-bi

            perform 2065-sk-filial

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            perform 9000-str-pd05000-grt
            perform 9000-ler-pd05000-nex

            perform until not ws-operacao-ok
                          or f05000-cd-empresa <> lnk-cd-empresa
                          or f05000-cd-filial  <> lnk-cd-filial
                          or f05000-tipo-nota  <> 01

                 if   f05000-nfe-autorizada
                 and  f05000-data-operacao greater ws-data-marca-dagua
                 and  f05000-data-operacao not greater ws-data-corte
                      perform 2610-itens-nota
                 end-if

                 perform 9000-ler-pd05000-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2610-itens-nota section.

            move f05000-data-operacao               to ws-data-teste
            perform 2040-faixa-datas

            move f05000-cd-destinatario             to ws-cpo-inteiro
            perform 2070-sk-cliente
            move f05000-cd-vendedor                 to ws-cpo-inteiro
            perform 2075-sk-vendedor

            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move f05000-tipo-nota                   to f05100-tipo-nota
            move f05000-numero-documento            to f05100-numero-documento
            move f05000-serie-documento             to f05100-serie-documento
            move f05000-cd-destinatario             to f05100-cd-destinatario
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex

            perform until not ws-operacao-ok
                          or f05100-cd-empresa       <> f05000-cd-empresa
                          or f05100-cd-filial        <> f05000-cd-filial
                          or f05100-tipo-nota        <> f05000-tipo-nota
                          or f05100-numero-documento <> f05000-numero-documento
                          or f05100-serie-documento  <> f05000-serie-documento

                 move f05100-cd-mercadoria          to ws-cpo-inteiro
                 perform 2080-sk-produto-categoria

                 move 1                             to ws-nr-ponteiro
                 move spaces                        to rl-linha-bi
                 move f05000-data-operacao          to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-sk-filial                  to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-sk-cliente                 to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-sk-produto                 to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-sk-categoria               to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-sk-vendedor                to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f05100-numero-documento       to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f05100-serie-documento        to ws-cpo-texto
                 perform 2081-campo-texto
                 move f05100-sequencia              to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f05100-cd-deposito            to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move f05100-quantidade-mercadoria  to ws-cpo-decimal
                 perform 2084-campo-decimal
                 move f05100-valor-unitario         to ws-cpo-decimal
                 perform 2084-campo-decimal
                 move f05100-valor-total            to ws-cpo-valor
                 perform 2083-campo-valor
                 move f05100-valor-icms             to ws-cpo-valor
                 perform 2083-campo-valor
                 move f05100-valor-ipi              to ws-cpo-valor
                 perform 2083-campo-valor
                 move f05100-qtde-devolvida         to ws-cpo-decimal
                 perform 2084-campo-decimal
                 perform 2090-gravar-linha

                 add  f05100-valor-total            to ws-vl-controle-arquivo

                 perform 9000-ler-pd05100-nex

            end-perform

       exit.

      *>=================================================================================
       2700-fato-financeiro section.

            move "FATO_FINANCEIRO"                  to ws-nm-arquivo
            move "BIFINANC"                         to ws-cd-controle
            perform 2015-abrir-arquivo-fato
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "TIPO;SK_FILIAL;SK_CLIENTE;CD_FORNECEDOR;NUMERO_DOCUMENTO;SERIE;PARCELA;SK_DATA_EMISSAO;SK_DATA_VENCIMENTO;SK_DATA_PAGAMENTO;VALOR_PARCELA;VALOR_PAGO;STATUS" to rl-linha-bi
            write rl-registro-bi

            perform 2065-sk-filial

            initialize                              f02600-conta-receber
            move lnk-cd-empresa                     to f02600-cd-empresa
            move lnk-cd-filial                      to f02600-cd-filial
            perform 9000-str-pd02600-grt
            perform 9000-ler-pd02600-nex

            perform until not ws-operacao-ok
                          or f02600-cd-empresa <> lnk-cd-empresa
                          or f02600-cd-filial  <> lnk-cd-filial

                 if   (f02600-data-emissao greater ws-data-marca-dagua
                 and   f02600-data-emissao not greater ws-data-corte)
                 or   (f02600-data-ultimo-pagamento greater ws-data-marca-dagua
                 and   f02600-data-ultimo-pagamento not greater ws-data-corte)
                      perform 2710-titulo-receber
                 end-if

                 perform 9000-ler-pd02600-nex

            end-perform

            initialize                              f02700-conta-pagar
            move lnk-cd-empresa                     to f02700-cd-empresa
            move lnk-cd-filial                      to f02700-cd-filial
            perform 9000-str-pd02700-grt
            perform 9000-ler-pd02700-nex

            perform until not ws-operacao-ok
                          or f02700-cd-empresa <> lnk-cd-empresa
                          or f02700-cd-filial  <> lnk-cd-filial

                 if   (f02700-data-emissao greater ws-data-marca-dagua
                 and   f02700-data-emissao not greater ws-data-corte)
                 or   (f02700-data-ultimo-pagamento greater ws-data-marca-dagua
                 and   f02700-data-ultimo-pagamento not greater ws-data-corte)
                      perform 2720-titulo-pagar
                 end-if

                 perform 9000-ler-pd02700-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2710-titulo-receber section.

            move f02600-data-emissao                to ws-data-teste
            perform 2040-faixa-datas
            move f02600-data-vencimento             to ws-data-teste
            perform 2040-faixa-datas

            move f02600-cd-cliente                  to ws-cpo-inteiro
            perform 2070-sk-cliente

            move 1                                  to ws-nr-ponteiro
            move spaces                             to rl-linha-bi
            move "R"                                to ws-cpo-texto
            perform 2081-campo-texto
            move ws-sk-filial                       to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move ws-sk-cliente                      to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move zeros                              to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02600-numero-documento            to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02600-serie-documento             to ws-cpo-texto
            perform 2081-campo-texto
            move f02600-nr-parcela                  to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02600-data-emissao                to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02600-data-vencimento             to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02600-data-ultimo-pagamento       to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02600-valor-parcela               to ws-cpo-valor
            perform 2083-campo-valor
            move f02600-valor-pago                  to ws-cpo-valor
            perform 2083-campo-valor
            move f02600-id-status                   to ws-cpo-texto
            perform 2081-campo-texto
            perform 2090-gravar-linha

            add  f02600-valor-parcela               to ws-vl-controle-arquivo

       exit.

      *>=================================================================================
       2720-titulo-pagar section.

            move f02700-data-emissao                to ws-data-teste
            perform 2040-faixa-datas
            move f02700-data-vencimento             to ws-data-teste
            perform 2040-faixa-datas

            move 1                                  to ws-nr-ponteiro
            move spaces                             to rl-linha-bi
            move "P"                                to ws-cpo-texto
            perform 2081-campo-texto
            move ws-sk-filial                       to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move zeros                              to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02700-cd-fornecedor               to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02700-numero-documento            to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02700-serie-documento             to ws-cpo-texto
            perform 2081-campo-texto
            move f02700-nr-parcela                  to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02700-data-emissao                to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02700-data-vencimento             to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02700-data-ultimo-pagamento       to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f02700-valor-parcela               to ws-cpo-valor
            perform 2083-campo-valor
            move f02700-valor-pago                  to ws-cpo-valor
            perform 2083-campo-valor
            move f02700-id-status                   to ws-cpo-texto
            perform 2081-campo-texto
            perform 2090-gravar-linha

            add  f02700-valor-parcela               to ws-vl-controle-arquivo

       exit.

      *>=================================================================================
       2800-fato-movimentos section.

            move "FATO_MOVIMENTOS"                  to ws-nm-arquivo
            move "BIMOVEST"                         to ws-cd-controle
            perform 2015-abrir-arquivo-fato
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_DATA;SK_FILIAL;SK_PRODUTO;SK_CATEGORIA;CD_DEPOSITO;TIPO;CD_MOTIVO;QUANTIDADE;CUSTO_UNITARIO;VALOR_CUSTO" to rl-linha-bi
            write rl-registro-bi

            perform 2065-sk-filial

            initialize                              f01900-mov-estoque
            move lnk-cd-empresa                     to f01900-cd-empresa
            move lnk-cd-filial                      to f01900-cd-filial
            perform 9000-str-pd01900-grt
            perform 9000-ler-pd01900-nex

            perform until not ws-operacao-ok
                          or f01900-cd-empresa <> lnk-cd-empresa
                          or f01900-cd-filial  <> lnk-cd-filial

                 if   f01900-data-movimento greater ws-data-marca-dagua
                 and  f01900-data-movimento not greater ws-data-corte
                      perform 2810-movimento
                 end-if

                 perform 9000-ler-pd01900-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2810-movimento section.

            move f01900-data-movimento              to ws-data-teste
            perform 2040-faixa-datas

            move f01900-cd-produto                  to ws-cpo-inteiro
            perform 2080-sk-produto-categoria

            move 1                                  to ws-nr-ponteiro
            move spaces                             to rl-linha-bi
            move f01900-data-movimento              to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move ws-sk-filial                       to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move ws-sk-produto                      to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move ws-sk-categoria                    to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f01900-cd-deposito                 to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f01900-tipo-movimento              to ws-cpo-texto
            perform 2081-campo-texto
            move f01900-cd-motivo                   to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f01900-qtde-movimento              to ws-cpo-decimal
            perform 2084-campo-decimal
            move f01900-custo-unitario              to ws-cpo-decimal
            perform 2084-campo-decimal
            move f01900-valor-custo                 to ws-cpo-valor
            perform 2083-campo-valor
            perform 2090-gravar-linha

            add  f01900-valor-custo                 to ws-vl-controle-arquivo

       exit.

      *>=================================================================================
      *> Foto do saldo na data de corte - não há histórico de saldos a
      *> reconstruir, então a carga total também leva só a foto atual.
       2900-fato-posicao section.

            move "FATO_POSICAO"                     to ws-nm-arquivo
            move "BIPOSEST"                         to ws-cd-controle
            perform 2015-abrir-arquivo-fato
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_DATA;SK_FILIAL;SK_PRODUTO;SK_CATEGORIA;CD_DEPOSITO;PROPRIEDADE;QTDE_DISPONIVEL;QTDE_RESERVADA;CUSTO_MEDIO;VALOR_ESTOQUE" to rl-linha-bi
            write rl-registro-bi

            perform 2065-sk-filial

            initialize                              f06000-estoque
            move lnk-cd-empresa                     to f06000-cd-empresa
            move lnk-cd-filial                      to f06000-cd-filial
            perform 9000-str-pd06000-grt
            perform 9000-ler-pd06000-nex

            perform until not ws-operacao-ok
                          or f06000-cd-empresa <> lnk-cd-empresa
                          or f06000-cd-filial  <> lnk-cd-filial

                 perform 2910-posicao

                 perform 9000-ler-pd06000-nex

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2910-posicao section.

            move f06000-cd-produto                  to ws-cpo-inteiro
            perform 2080-sk-produto-categoria

            compute ws-vl-estoque rounded =
                    f06000-qtde-disponivel * f06000-custo-medio

            move 1                                  to ws-nr-ponteiro
            move spaces                             to rl-linha-bi
            move ws-data-corte                      to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move ws-sk-filial                       to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move ws-sk-produto                      to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move ws-sk-categoria                    to ws-cpo-inteiro
            perform 2082-campo-inteiro
            move f06000-cd-deposito                 to ws-cpo-inteiro
            perform 2082-campo-inteiro
            if   f06000-estoque-terceiros
                 move "T"                           to ws-cpo-texto
            else
                 move "P"                           to ws-cpo-texto
            end-if
            perform 2081-campo-texto
            move f06000-qtde-disponivel             to ws-cpo-decimal
            perform 2084-campo-decimal
            move f06000-qtde-reservada              to ws-cpo-decimal
            perform 2084-campo-decimal
            move f06000-custo-medio                 to ws-cpo-decimal
            perform 2084-campo-decimal
            move ws-vl-estoque                      to ws-cpo-valor
            perform 2083-campo-valor
            perform 2090-gravar-linha

            add  ws-vl-estoque                      to ws-vl-controle-arquivo

       exit.

      *>=================================================================================
      *> Calendário completo, de 1º de janeiro do ano da data mais
      *> antiga já extraída até 31 de dezembro do ano da mais distante
      *> (vencimentos futuros incluídos); a chave é a própria data
      *> AAAAMMDD, como nos fatos.
       2950-dim-calendario section.

            if   ws-carga-incremental
            and  f19600-data-inicio-calendario not equal zeros
            and  f19600-data-inicio-calendario less ws-data-minima
                 move f19600-data-inicio-calendario to ws-data-minima
            end-if

            move "DIM_CALENDARIO"                   to ws-nm-arquivo
            move "BICALEND"                         to ws-cd-controle
            perform 2010-abrir-arquivo-dimensao
            if   not ws-arquivo-aberto
                 exit section
            end-if

            move "SK_DATA;DATA;ANO;MES;DIA;TRIMESTRE;ANO_MES;DIA_SEMANA;NOME_DIA_SEMANA" to rl-linha-bi
            write rl-registro-bi

            move ws-data-minima                     to ws-data-calendario
            move "0101"                             to ws-data-calendario(5:4)
            move ws-data-maxima                     to ws-data-calendario-fim
            move "1231"                             to ws-data-calendario-fim(5:4)
            compute ws-nr-dia-calendario   = function integer-of-date(ws-data-calendario)

            perform until ws-data-calendario greater ws-data-calendario-fim

      *> integer-of-date conta a partir de 01/01/1601, uma segunda-feira
                 compute ws-nr-dia-semana = function mod(ws-nr-dia-calendario - 1, 7) + 1
                 move ws-data-calendario            to ws-data-inv
                 compute ws-nr-trimestre  = (ws-mes-inv - 1) / 3 + 1

                 move 1                             to ws-nr-ponteiro
                 move spaces                        to rl-linha-bi
                 move ws-data-calendario            to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-dia-inv                    to ws-dia
                 move ws-mes-inv                    to ws-mes
                 move ws-ano-inv                    to ws-ano
                 move ws-data                       to ws-ed-data
                 move ws-ed-data                    to ws-cpo-texto
                 perform 2081-campo-texto
                 move ws-ano-inv                    to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-mes-inv                    to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-dia-inv                    to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-nr-trimestre               to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 compute ws-cpo-inteiro = ws-ano-inv * 100 + ws-mes-inv
                 perform 2082-campo-inteiro
                 move ws-nr-dia-semana              to ws-cpo-inteiro
                 perform 2082-campo-inteiro
                 move ws-nome-dia-semana(ws-nr-dia-semana) to ws-cpo-texto
                 perform 2081-campo-texto
                 perform 2090-gravar-linha

                 add  1                             to ws-nr-dia-calendario
                 compute ws-data-calendario = function date-of-integer(ws-nr-dia-calendario)

            end-perform

            perform 2020-fechar-arquivo

       exit.

      *>=================================================================================
       2010-abrir-arquivo-dimensao section.

            move spaces                             to wid-arqbi
            string lnk-int-path delimited by "  " "\BI_" lnk-cd-empresa "_" lnk-cd-filial
                   "_" ws-nm-arquivo delimited by " " ".TXT"
                   delimited by size into wid-arqbi

            perform 2016-abrir-arquivo

       exit.

      *>=================================================================================
       2015-abrir-arquivo-fato section.

            move spaces                             to wid-arqbi
            string lnk-int-path delimited by "  " "\BI_" lnk-cd-empresa "_" lnk-cd-filial
                   "_" ws-nm-arquivo delimited by " " "_" ws-data-corte "_" ws-id-carga ".TXT"
                   delimited by size into wid-arqbi

            perform 2016-abrir-arquivo

       exit.

      *>=================================================================================
       2016-abrir-arquivo section.

            set  ws-arquivo-aberto                  to false
            move zeros                              to ws-nr-linhas-arquivo
                                                       ws-vl-controle-arquivo

            open output arqbi
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo " ws-nm-arquivo delimited by " "
                        " para BI - Status [" ws-resultado-acesso "]" delimited by size into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            set  ws-arquivo-aberto                  to true

       exit.

      *>=================================================================================
      *> Fecha o arquivo e grava o total de controle no histórico de
      *> jobs: um registro por arquivo, código BI<arquivo>, com a
      *> quantidade de linhas (sem o cabeçalho) e o valor de controle.
       2020-fechar-arquivo section.

            close arqbi

            add  1                                  to ws-nr-arquivos
            add  ws-nr-linhas-arquivo               to ws-nr-registros-total

            move ws-vl-controle-arquivo             to ws-vl-controle-x

            initialize                              f07100-execucao-job
            move ws-data-hoje                       to f07100-data-execucao
            compute f07100-hora-execucao = ws-hora-agora + ws-nr-arquivos
            move ws-cd-controle                     to f07100-cd-job
            move lnk-cd-empresa                     to f07100-cd-empresa
            move lnk-cd-filial                      to f07100-cd-filial
            move lnk-id-usuario                     to f07100-id-usuario
            string ws-nm-arquivo delimited by " "
                   " CARGA " ws-id-carga
                   " CORTE " ws-data-corte
                   " VALOR " function trim(ws-vl-controle-x)
                   delimited by size into f07100-parametros
            accept f07100-data-fim                  from date yyyymmdd
            accept f07100-hora-fim                  from time
            move ws-nr-linhas-arquivo               to f07100-nr-registros
            set  f07100-execucao-concluida          to true
            perform 9000-gravar-pd07100
            perform until not ws-registro-existente
                 add  1                             to f07100-hora-execucao
                 perform 9000-gravar-pd07100
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar total de controle de " ws-nm-arquivo delimited by " "
                        " - Status [" ws-resultado-acesso "]" delimited by size into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
      *> Menor e maior data vistas nos fatos - limites do calendário
       2040-faixa-datas section.

            if   ws-data-teste equal zeros
                 exit section
            end-if

            if   ws-data-teste less ws-data-minima
                 move ws-data-teste                 to ws-data-minima
            end-if
            if   ws-data-teste greater ws-data-maxima
                 move ws-data-teste                 to ws-data-maxima
            end-if

       exit.

      *>=================================================================================
      *> Chave substituta de ws-sk-tipo/ws-sk-natural em ws-sk: a já
      *> atribuída, ou a próxima do tipo de dimensão (registro de
      *> controle com chave natural em branco).
       2050-chave-substituta section.

            initialize                              f19500-chave-bi
            move lnk-cd-empresa                     to f19500-cd-empresa
            move ws-sk-tipo                         to f19500-tipo-dimensao
            move ws-sk-natural                      to f19500-chave-natural
            perform 9000-ler-pd19500-ran
            if   ws-operacao-ok
                 move f19500-chave-substituta       to ws-sk
                 exit section
            end-if

            initialize                              f19500-chave-bi
            move lnk-cd-empresa                     to f19500-cd-empresa
            move ws-sk-tipo                         to f19500-tipo-dimensao
            move spaces                             to f19500-chave-natural
            perform 9000-ler-pd19500-ran
            if   ws-operacao-ok
                 add  1                             to f19500-chave-substituta
                 move f19500-chave-substituta       to ws-sk
                 perform 9000-regravar-pd19500
            else
                 move 1                             to f19500-chave-substituta
                 move 1                             to ws-sk
                 move ws-data-hoje                  to f19500-data-inclusao
                 perform 9000-gravar-pd19500
            end-if

            initialize                              f19500-chave-bi
            move lnk-cd-empresa                     to f19500-cd-empresa
            move ws-sk-tipo                         to f19500-tipo-dimensao
            move ws-sk-natural                      to f19500-chave-natural
            move ws-sk                              to f19500-chave-substituta
            move ws-data-hoje                       to f19500-data-inclusao
            perform 9000-gravar-pd19500
            if   not ws-operacao-ok
                 string "Erro ao gravar chave substituta " ws-sk-tipo " " ws-sk-natural
                        " - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
            end-if

       exit.

      *>=================================================================================
       2060-sk-categoria section.

            move "CAT"                              to ws-sk-tipo
            move spaces                             to ws-sk-natural
            string lnk-cd-empresa lnk-cd-filial ws-cd-categoria-produto
                   delimited by size into ws-sk-natural
            perform 2050-chave-substituta
            move ws-sk                              to ws-sk-categoria

       exit.

      *>=================================================================================
       2065-sk-filial section.

            move "FIL"                              to ws-sk-tipo
            move spaces                             to ws-sk-natural
            string lnk-cd-empresa lnk-cd-filial delimited by size into ws-sk-natural
            perform 2050-chave-substituta
            move ws-sk                              to ws-sk-filial

       exit.

      *>=================================================================================
      *> Cliente de código ws-cpo-inteiro
       2070-sk-cliente section.

            move "CLI"                              to ws-sk-tipo
            move spaces                             to ws-sk-natural
            move ws-cpo-inteiro                     to ws-sk
            string lnk-cd-empresa lnk-cd-filial ws-sk delimited by size into ws-sk-natural
            perform 2050-chave-substituta
            move ws-sk                              to ws-sk-cliente

       exit.

      *>=================================================================================
      *> Vendedor de código ws-cpo-inteiro (zero = venda sem vendedor)
       2075-sk-vendedor section.

            if   ws-cpo-inteiro equal zeros
                 move zeros                         to ws-sk-vendedor
                 exit section
            end-if

            move "VEN"                              to ws-sk-tipo
            move spaces                             to ws-sk-natural
            move ws-cpo-inteiro                     to ws-sk
            string lnk-cd-empresa lnk-cd-filial ws-sk delimited by size into ws-sk-natural
            perform 2050-chave-substituta
            move ws-sk                              to ws-sk-vendedor

       exit.

      *>=================================================================================
      *> Produto de código ws-cpo-inteiro e a categoria do cadastro
       2080-sk-produto-categoria section.

            move "PRO"                              to ws-sk-tipo
            move spaces                             to ws-sk-natural
            move ws-cpo-inteiro                     to ws-sk
            string lnk-cd-empresa lnk-cd-filial ws-sk delimited by size into ws-sk-natural

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-sk                              to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   ws-operacao-ok
                 move f01800-cd-categoria           to ws-cd-categoria-produto
            else
                 move zeros                         to ws-cd-categoria-produto
            end-if

            perform 2050-chave-substituta
            move ws-sk                              to ws-sk-produto

            if   ws-cd-categoria-produto equal zeros
                 move zeros                         to ws-sk-categoria
            else
                 perform 2060-sk-categoria
            end-if

       exit.

      *>=================================================================================
       2081-campo-texto section.

            if   ws-nr-ponteiro greater 1
                 string ";" delimited by size into rl-linha-bi with pointer ws-nr-ponteiro
            end-if
            inspect ws-cpo-texto replacing all ";" by ","
            if   ws-cpo-texto not equal spaces
                 string function trim(ws-cpo-texto) delimited by size
                        into rl-linha-bi with pointer ws-nr-ponteiro
            end-if
            move spaces                             to ws-cpo-texto

       exit.

      *>=================================================================================
       2082-campo-inteiro section.

            if   ws-nr-ponteiro greater 1
                 string ";" delimited by size into rl-linha-bi with pointer ws-nr-ponteiro
            end-if
            move ws-cpo-inteiro                     to ws-ed-inteiro
            string function trim(ws-ed-inteiro) delimited by size
                   into rl-linha-bi with pointer ws-nr-ponteiro

       exit.

      *>=================================================================================
       2083-campo-valor section.

            if   ws-nr-ponteiro greater 1
                 string ";" delimited by size into rl-linha-bi with pointer ws-nr-ponteiro
            end-if
            move ws-cpo-valor                       to ws-ed-valor
            string function trim(ws-ed-valor) delimited by size
                   into rl-linha-bi with pointer ws-nr-ponteiro

       exit.

      *>=================================================================================
       2084-campo-decimal section.

            if   ws-nr-ponteiro greater 1
                 string ";" delimited by size into rl-linha-bi with pointer ws-nr-ponteiro
            end-if
            move ws-cpo-decimal                     to ws-ed-decimal
            string function trim(ws-ed-decimal) delimited by size
                   into rl-linha-bi with pointer ws-nr-ponteiro

       exit.

      *>=================================================================================
       2090-gravar-linha section.

            write rl-registro-bi
            add  1                                  to ws-nr-linhas-arquivo

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd19500
            close pd19600
            close pd07100
            close pd00700
            close pd01600
            close pd01800
            close pd01400
            close pd05300
            close pd05000
            close pd05100
            close pd02600
            close pd02700
            close pd01900
            close pd06000
            close pd00600
            close pd00500
            close pd00400
            close pd00300

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão

      *>=================================================================================
      *> Leituras

       copy CSR19500.cpy.
       copy CSR19600.cpy.
       copy CSR07100.cpy.
       copy CSR00700.cpy.
       copy CSR01600.cpy.
       copy CSR01800.cpy.
       copy CSR01400.cpy.
       copy CSR05300.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR02600.cpy.
       copy CSR02700.cpy.
       copy CSR01900.cpy.
       copy CSR06000.cpy.
       copy CSR00600.cpy.
       copy CSR00500.cpy.
       copy CSR00400.cpy.
       copy CSR00300.cpy.
