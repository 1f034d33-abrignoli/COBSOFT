      $set sourceformat"free"
       program-id. CS00132S.
      *>=================================================================================
      *>
      *>            Geração Mensal da EFD-Contribuições (PIS/COFINS)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS01800.cpy.
       copy CSS00700.cpy.
       copy CSS00901.cpy.

             select arqefd assign to disk wid-arqefd
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF01800.cpy.
       copy CSF00700.cpy.
       copy CSF00901.cpy.

       fd   arqefd.

       01   rl-registro-efd.
            03 rl-linha-efd                        pic x(600).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00132S".
       78   c-descricao-programa                   value "GERACAO EFD-CONTRIBUICOES".
       78   c-max-produtos-tabela                  value 999.
       78   c-max-cst                              value 99.
       78   c-max-tipos-registro                   value 60.
       78   c-versao-leiaute-efd                   value "006".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-efd                      pic 9(06).
            03 ws-ano-mes-nota                     pic 9(06).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-data-ddmmaaaa                    pic 9(08).
            03 ws-ix-produto                       pic 9(03) comp.
            03 ws-nr-produtos                      pic 9(03).
            03 ws-id-produto                       pic x(01).
               88 ws-produto-na-tabela                  value "S" false "N".
            03 ws-id-tabela-produtos               pic x(01).
               88 ws-tabela-produtos-cheia              value "S" false "N".
            03 ws-ix-cst                           pic 9(03) comp.
            03 ws-ix-tipo                          pic 9(03) comp.
            03 ws-nr-tipos-9900                    pic 9(03) comp.
            03 ws-id-tipo                          pic x(01).
               88 ws-tipo-na-tabela                     value "S" false "N".
            03 ws-nr-notas                         pic 9(06).
            03 ws-id-entrada-saida                 pic x(01).
            03 ws-valor-efd                        pic 9(09),9(02).
            03 ws-aliq-efd                         pic 9(03),9(02).
            03 ws-qtde-efd                         pic 9(09),9(03).
            03 ws-contagem-x                       pic 9(09).
            03 ws-nr-coluna-efd                    pic 9(04).
            03 ws-tipo-registro-9900               pic x(04).
            03 ws-contagem-9900                    pic 9(06).
            03 ws-nr-linhas-bloco                  pic 9(06).
            03 ws-nr-linhas-total                  pic 9(06).
            03 ws-cd-bloco                         pic x(01).
            03 ws-valor-calculado                  pic 9(09)v9(02).
            03 ws-diferenca-calculo                pic s9(09)v9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic zzz.zz9.

      *> Totais das contribuições (débitos das saídas, créditos das
      *> entradas) e do desconto de créditos - registros M100/M200 e
      *> M500/M600
       01   ws-totais-apuracao.
            03 ws-tot-pis-debito                   pic 9(11)v9(02).
            03 ws-tot-cofins-debito                pic 9(11)v9(02).
            03 ws-tot-base-pis-credito             pic 9(11)v9(02).
            03 ws-tot-pis-credito                  pic 9(11)v9(02).
            03 ws-tot-base-cofins-credito          pic 9(11)v9(02).
            03 ws-tot-cofins-credito               pic 9(11)v9(02).
            03 ws-aliq-pis-credito                 pic 9(02)v9(02).
            03 ws-aliq-cofins-credito              pic 9(02)v9(02).
            03 ws-pis-credito-descontado           pic 9(11)v9(02).
            03 ws-cofins-credito-descontado        pic 9(11)v9(02).
            03 ws-pis-a-recolher                   pic 9(11)v9(02).
            03 ws-cofins-a-recolher                pic 9(11)v9(02).
            03 ws-pis-saldo-credor                 pic 9(11)v9(02).
            03 ws-cofins-saldo-credor              pic 9(11)v9(02).

      *> Acumuladores das saídas por CST de PIS (01-99), indexados pelo
      *> próprio CST - base dos registros M210/M610
       01   ws-tabela-cst.
            03 ws-cst-acumulado                    occurs 99 times.
               05 ws-cst-receita-bruta             pic 9(12)v9(02).
               05 ws-cst-base-pis                  pic 9(12)v9(02).
               05 ws-cst-aliq-pis                  pic 9(02)v9(02).
               05 ws-cst-valor-pis                 pic 9(12)v9(02).
               05 ws-cst-base-cofins               pic 9(12)v9(02).
               05 ws-cst-aliq-cofins               pic 9(02)v9(02).
               05 ws-cst-valor-cofins              pic 9(12)v9(02).

       01   ws-tabela-produtos.
            03 ws-produto-efd                      occurs 999 times.
               05 ws-tab-cd-produto                pic 9(09).

      *> Contagem de linhas por tipo de registro, alimentada a cada linha
      *> gravada - origem dos registros 9900
       01   ws-tabela-tipos-registro.
            03 ws-nr-tipos-registro                pic 9(03) comp.
            03 ws-tipo-registro                    occurs 60 times.
               05 ws-tab-tipo-registro             pic x(04).
               05 ws-tab-qtde-registro             pic 9(06).

      *> Resumo de validação: linhas por bloco e inconsistências de
      *> itens encontradas na primeira passagem
       01   ws-resumo-validacao.
            03 ws-nr-linhas-bloco-0                pic 9(06).
            03 ws-nr-linhas-bloco-a                pic 9(06).
            03 ws-nr-linhas-bloco-c                pic 9(06).
            03 ws-nr-linhas-bloco-f                pic 9(06).
            03 ws-nr-linhas-bloco-m                pic 9(06).
            03 ws-nr-linhas-bloco-1                pic 9(06).
            03 ws-nr-linhas-bloco-9                pic 9(06).
            03 ws-nr-itens-sem-cst                 pic 9(06).
            03 ws-nr-itens-base-zerada             pic 9(06).
            03 ws-nr-itens-valor-divergente        pic 9(06).
            03 ws-nr-pendencias                    pic 9(06).

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
       1000-inicializacao section.

            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd05100
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd00700

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-efd

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-efd              at line 27 col 29 with update auto-skip
            end-if

            compute ws-data-inicial = ws-ano-mes-efd * 100 + 01
            compute ws-data-final   = ws-ano-mes-efd * 100 + 31

            initialize                              ws-tabela-produtos
            initialize                              ws-tabela-cst
            initialize                              ws-tabela-tipos-registro
            initialize                              ws-totais-apuracao
            initialize                              ws-resumo-validacao
            move zeros                              to ws-nr-produtos
            move zeros                              to ws-nr-notas
            move zeros                              to ws-nr-linhas-total
            set  ws-tabela-produtos-cheia           to false

       exit.

      *>=================================================================================
      *> Monta o arquivo texto da EFD-Contribuições da competência, no
      *> mesmo leiaute simplificado da EFD ICMS/IPI (CS00121S) acordado
      *> com a contadoria - campos pipe-delimitados, valores com vírgula
      *> decimal:
      *>   bloco 0 - abertura (0000/0001/0110/0140) e produtos (0200)
      *>   bloco A - serviços (sem movimento - NFS-e fora deste arquivo)
      *>   bloco C - documentos (C010/C100) e itens (C170) com CST, base
      *>             e alíquota de PIS/COFINS gravados em f05100
      *>   bloco F - demais operações (sem movimento)
      *>   bloco M - apuração: créditos das entradas (M100/M500) e
      *>             contribuição das saídas (M200/M210 e M600/M610)
      *>   bloco 1 - complemento (sem movimento)
      *>   bloco 9 - controle de contagem (9900)
      *> Regime não-cumulativo. Ao final emite o resumo de validação com
      *> a contagem de registros por bloco e as inconsistências de itens
      *> para conferência antes da entrega ao PVA.
       2000-processamento section.

            initialize                              f00700-empresa
            move lnk-cd-empresa                     to f00700-cd-empresa
            move lnk-cd-filial                      to f00700-cd-filial
            perform 9000-ler-pd00700-ran
            if   not ws-operacao-ok
                 move "Empresa/filial não cadastrada em pd00700!" to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2100-passagem-totais

            if   ws-nr-notas equal zeros
                 move "Nenhuma nota autorizada na competência - EFD-Contribuições não gerada!" to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
                 exit section
            end-if

            perform 2150-calcular-apuracao

            perform 2200-abrir-arquivo-efd
            perform 2300-bloco-0
            perform 2400-bloco-a
            perform 2500-bloco-c
            perform 2600-bloco-f
            perform 2700-bloco-m
            perform 2800-bloco-1
            perform 2900-bloco-9

            close arqefd

            perform 2950-resumo-validacao

            if   ws-tabela-produtos-cheia
                 move spaces                        to ws-mensagem
                 string "Mais de " c-max-produtos-tabela " produtos movimentados - registro 0200 incompleto, confira a EFD!" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
            end-if

            if   ws-nr-pendencias greater zeros
                 move ws-nr-pendencias              to ws-qtde-x
                 move spaces                        to ws-mensagem
                 string "EFD-Contribuições com " ws-qtde-x " item(ns) inconsistente(s) - confira o resumo antes de entregar!" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-warning               to true
            end-if

            move spaces                             to ws-mensagem
            string "EFD-Contribuições da competência " ws-ano-mes-efd " gerada em [" wid-arqefd "]" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Primeira passagem: carrega os produtos movimentados (0200),
      *> acumula as saídas por CST e os créditos das entradas e confere
      *> cada item (CST informado, base preenchida, valor = base x
      *> alíquota).
       2100-passagem-totais section.

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            perform 9000-str-pd05000-grt
            perform 9000-ler-pd05000-nex

            perform until not ws-operacao-ok
                          or f05000-cd-empresa <> lnk-cd-empresa
                          or f05000-cd-filial  <> lnk-cd-filial

                 move f05000-data-operacao(1:6)     to ws-ano-mes-nota

                 if   ws-ano-mes-nota equal ws-ano-mes-efd
                 and  f05000-nfe-autorizada

                      add  1                        to ws-nr-notas

                      perform 2110-itens-nota

                 end-if

                 perform 9000-ler-pd05000-nex

            end-perform

       exit.

      *>=================================================================================
       2110-itens-nota section.

            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move f05000-tipo-nota                   to f05100-tipo-nota
            move f05000-numero-documento            to f05100-numero-documento
            move f05000-serie-documento             to f05100-serie-documento
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex

            perform until not ws-operacao-ok
                          or f05100-cd-empresa       <> f05000-cd-empresa
                          or f05100-cd-filial        <> f05000-cd-filial
                          or f05100-tipo-nota        <> f05000-tipo-nota
                          or f05100-numero-documento <> f05000-numero-documento
                          or f05100-serie-documento  <> f05000-serie-documento

                 perform 2120-carregar-produto
                 perform 2130-acumular-item
                 perform 2140-validar-item

                 perform 9000-ler-pd05100-nex

            end-perform

       exit.

      *>=================================================================================
       2120-carregar-produto section.

            set  ws-produto-na-tabela               to false

            perform varying ws-ix-produto from 1 by 1
                    until ws-ix-produto > ws-nr-produtos
                 if   ws-tab-cd-produto(ws-ix-produto) equal f05100-cd-mercadoria
                      set ws-produto-na-tabela      to true
                      exit perform
                 end-if
            end-perform

            if   not ws-produto-na-tabela
                 if   ws-nr-produtos < c-max-produtos-tabela
                      add  1                        to ws-nr-produtos
                      move f05100-cd-mercadoria     to ws-tab-cd-produto(ws-nr-produtos)
                 else
                      set ws-tabela-produtos-cheia  to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Saídas: acumula por CST de PIS (tributadas 01/02/03/05 geram
      *> M210/M610). Entradas: CST 50 a 56 dão direito a crédito
      *> (M100/M500).
       2130-acumular-item section.

            if   f05100-cst-pis equal zeros
            or   f05100-cst-pis greater c-max-cst
                 exit section
            end-if

            if   f05000-nota-saida
                 move f05100-cst-pis                to ws-ix-cst
                 add  f05100-valor-total            to ws-cst-receita-bruta(ws-ix-cst)
                 add  f05100-base-pis               to ws-cst-base-pis(ws-ix-cst)
                 move f05100-aliq-pis               to ws-cst-aliq-pis(ws-ix-cst)
                 add  f05100-valor-pis              to ws-cst-valor-pis(ws-ix-cst)
                 add  f05100-base-cofins            to ws-cst-base-cofins(ws-ix-cst)
                 move f05100-aliq-cofins            to ws-cst-aliq-cofins(ws-ix-cst)
                 add  f05100-valor-cofins           to ws-cst-valor-cofins(ws-ix-cst)
            else
                 if   f05100-cst-pis not less 50
                 and  f05100-cst-pis not greater 56
                      add  f05100-base-pis          to ws-tot-base-pis-credito
                      add  f05100-valor-pis         to ws-tot-pis-credito
                      add  f05100-base-cofins       to ws-tot-base-cofins-credito
                      add  f05100-valor-cofins      to ws-tot-cofins-credito
                      move f05100-aliq-pis          to ws-aliq-pis-credito
                      move f05100-aliq-cofins       to ws-aliq-cofins-credito
                 end-if
            end-if

       exit.

      *>=================================================================================
       2140-validar-item section.

            if   f05100-cst-pis    equal zeros
            or   f05100-cst-cofins equal zeros
                 add  1                             to ws-nr-itens-sem-cst
                 add  1                             to ws-nr-pendencias
                 exit section
            end-if

            if   f05100-cst-pis equal 01 or 02
                 if   f05100-base-pis   equal zeros
                 or   f05100-base-cofins equal zeros
                      add  1                        to ws-nr-itens-base-zerada
                      add  1                        to ws-nr-pendencias
                      exit section
                 end-if

                 compute ws-valor-calculado rounded = f05100-base-pis * f05100-aliq-pis / 100
                 compute ws-diferenca-calculo = ws-valor-calculado - f05100-valor-pis
                 if   ws-diferenca-calculo greater 0,01
                 or   ws-diferenca-calculo less -0,01
                      add  1                        to ws-nr-itens-valor-divergente
                      add  1                        to ws-nr-pendencias
                      exit section
                 end-if

                 compute ws-valor-calculado rounded = f05100-base-cofins * f05100-aliq-cofins / 100
                 compute ws-diferenca-calculo = ws-valor-calculado - f05100-valor-cofins
                 if   ws-diferenca-calculo greater 0,01
                 or   ws-diferenca-calculo less -0,01
                      add  1                        to ws-nr-itens-valor-divergente
                      add  1                        to ws-nr-pendencias
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Contribuição do período = soma das saídas tributadas; o crédito
      *> das entradas é descontado até o limite da contribuição e o
      *> excedente fica como saldo credor (informado no M100/M500).
       2150-calcular-apuracao section.

            perform varying ws-ix-cst from 1 by 1 until ws-ix-cst > c-max-cst
                 if   ws-ix-cst equal 01 or 02 or 03 or 05
                      add ws-cst-valor-pis(ws-ix-cst)    to ws-tot-pis-debito
                      add ws-cst-valor-cofins(ws-ix-cst) to ws-tot-cofins-debito
                 end-if
            end-perform

            if   ws-tot-pis-credito greater ws-tot-pis-debito
                 move ws-tot-pis-debito             to ws-pis-credito-descontado
            else
                 move ws-tot-pis-credito            to ws-pis-credito-descontado
            end-if
            compute ws-pis-a-recolher  = ws-tot-pis-debito  - ws-pis-credito-descontado
            compute ws-pis-saldo-credor = ws-tot-pis-credito - ws-pis-credito-descontado

            if   ws-tot-cofins-credito greater ws-tot-cofins-debito
                 move ws-tot-cofins-debito          to ws-cofins-credito-descontado
            else
                 move ws-tot-cofins-credito         to ws-cofins-credito-descontado
            end-if
            compute ws-cofins-a-recolher  = ws-tot-cofins-debito  - ws-cofins-credito-descontado
            compute ws-cofins-saldo-credor = ws-tot-cofins-credito - ws-cofins-credito-descontado

       exit.

      *>=================================================================================
       2200-abrir-arquivo-efd section.

            move spaces                              to wid-arqefd
            string lnk-int-path delimited by "  " "\EFDCONTRIB_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" ws-ano-mes-efd ".TXT"
                   delimited by "  " into wid-arqefd

            open output arqefd
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo da EFD-Contribuições - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
       2300-bloco-0 section.

            move zeros                               to ws-nr-linhas-bloco

            move ws-data-inicial                     to ws-data-inv
            perform 9000-converter-data-efd

            move spaces                              to rl-linha-efd
            move 1                                   to ws-nr-coluna-efd
            string "|0000|" c-versao-leiaute-efd "|0|||"
                   ws-data-ddmmaaaa
                   into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-data-final                       to ws-data-inv
            perform 9000-converter-data-efd
            string "|" ws-data-ddmmaaaa "|"
                   f00700-razao-social "|"
                   f00700-cnpj "||||00|2|"
                   into rl-linha-efd with pointer ws-nr-coluna-efd
            perform 9100-gravar-linha-efd

            move "|0001|0|"                          to rl-linha-efd
            perform 9100-gravar-linha-efd

      *> Regime não-cumulativo, apropriação direta, alíquota básica
            move "|0110|1|1|1||"                     to rl-linha-efd
            perform 9100-gravar-linha-efd

            move spaces                              to rl-linha-efd
            string "|0140|" lnk-cd-filial "|"
                   f00700-razao-social "|"
                   f00700-cnpj "||"
                   f00700-ie "||||"
                   into rl-linha-efd
            perform 9100-gravar-linha-efd

            perform varying ws-ix-produto from 1 by 1
                    until ws-ix-produto > ws-nr-produtos
                 perform 2310-registro-0200
            end-perform

            move "0990"                              to ws-tipo-registro-9900
            perform 9200-encerrar-bloco
            move ws-nr-linhas-bloco                  to ws-nr-linhas-bloco-0

       exit.

      *>=================================================================================
       2310-registro-0200 section.

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move ws-tab-cd-produto(ws-ix-produto)   to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            move spaces                             to rl-linha-efd
            string "|0200|" f01800-cd-produto "|"
                   f01800-descricao-produto "|"
                   f01800-ean "||"
                   f01800-unidade-medida "|00|"
                   f01800-ncm "||||"
                   into rl-linha-efd
            perform 9100-gravar-linha-efd

       exit.

      *>=================================================================================
       2400-bloco-a section.

            move zeros                              to ws-nr-linhas-bloco
            move "|A001|1|"                         to rl-linha-efd
            perform 9100-gravar-linha-efd

            move "A990"                             to ws-tipo-registro-9900
            perform 9200-encerrar-bloco
            move ws-nr-linhas-bloco                 to ws-nr-linhas-bloco-a

       exit.

      *>=================================================================================
      *> Bloco C: segunda passagem pelas notas do período - documento
      *> (C100) e itens (C170). IND_OPER 0=entrada 1=saída.
       2500-bloco-c section.

            move zeros                              to ws-nr-linhas-bloco
            move "|C001|0|"                         to rl-linha-efd
            perform 9100-gravar-linha-efd

            move spaces                             to rl-linha-efd
            string "|C010|" f00700-cnpj "|2|"       into rl-linha-efd
            perform 9100-gravar-linha-efd

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            perform 9000-str-pd05000-grt
            perform 9000-ler-pd05000-nex

            perform until not ws-operacao-ok
                          or f05000-cd-empresa <> lnk-cd-empresa
                          or f05000-cd-filial  <> lnk-cd-filial

                 move f05000-data-operacao(1:6)     to ws-ano-mes-nota

                 if   ws-ano-mes-nota equal ws-ano-mes-efd
                 and  f05000-nfe-autorizada
                      perform 2510-registro-c100
                      perform 2520-registros-c170
                 end-if

                 perform 9000-ler-pd05000-nex

            end-perform

            move "C990"                             to ws-tipo-registro-9900
            perform 9200-encerrar-bloco
            move ws-nr-linhas-bloco                 to ws-nr-linhas-bloco-c

       exit.

      *>=================================================================================
       2510-registro-c100 section.

            if   f05000-nota-saida
                 move "1"                           to ws-id-entrada-saida
            else
                 move "0"                           to ws-id-entrada-saida
            end-if

            move f05000-data-operacao               to ws-data-inv
            perform 9000-converter-data-efd

            move spaces                             to rl-linha-efd
            move 1                                  to ws-nr-coluna-efd
            string "|C100|" ws-id-entrada-saida "|1|"
                   f05000-cd-destinatario "|"
                   f05000-cd-modelo "|00|"
                   f05000-serie-documento "|"
                   f05000-numero-documento "|"
                   f05000-chave-acesso "|"
                   ws-data-ddmmaaaa "|" ws-data-ddmmaaaa "|"
                   into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-total                 to ws-valor-efd
            string ws-valor-efd "|0|"               into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-desconto              to ws-valor-efd
            string ws-valor-efd "||"                into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-total-produtos        to ws-valor-efd
            string ws-valor-efd "|9|"               into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-frete                 to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-seguro                to ws-valor-efd
            string ws-valor-efd "||"                into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-base-icms                   to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-icms                  to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-base-icms-st                to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-icms-st               to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-ipi                   to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-pis                   to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move f05000-valor-cofins                to ws-valor-efd
            string ws-valor-efd "|||"               into rl-linha-efd with pointer ws-nr-coluna-efd
            perform 9100-gravar-linha-efd

       exit.

      *>=================================================================================
       2520-registros-c170 section.

            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move f05000-tipo-nota                   to f05100-tipo-nota
            move f05000-numero-documento            to f05100-numero-documento
            move f05000-serie-documento             to f05100-serie-documento
            perform 9000-str-pd05100-grt
            perform 9000-ler-pd05100-nex

            perform until not ws-operacao-ok
                          or f05100-cd-empresa       <> f05000-cd-empresa
                          or f05100-cd-filial        <> f05000-cd-filial
                          or f05100-tipo-nota        <> f05000-tipo-nota
                          or f05100-numero-documento <> f05000-numero-documento
                          or f05100-serie-documento  <> f05000-serie-documento

                 move spaces                        to rl-linha-efd
                 move 1                             to ws-nr-coluna-efd
                 string "|C170|" f05100-sequencia "|"
                        f05100-cd-mercadoria "||"
                        into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-quantidade-mercadoria  to ws-qtde-efd
                 string ws-qtde-efd "||"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-valor-total            to ws-valor-efd
                 string ws-valor-efd "||0|"         into rl-linha-efd with pointer ws-nr-coluna-efd
                 string f05100-cst "|"
                        f05100-cfop "||"
                        into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-base-icms              to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-aliq-icms              to ws-aliq-efd
                 string ws-aliq-efd "|"             into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-valor-icms             to ws-valor-efd
                 string ws-valor-efd "|||||||||"    into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-aliq-ipi               to ws-aliq-efd
                 string ws-aliq-efd "|"             into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-valor-ipi              to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
      *> PIS: CST, base, alíquota, quantidade (não usada), valor
                 string f05100-cst-pis "|"          into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-base-pis               to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-aliq-pis               to ws-aliq-efd
                 string ws-aliq-efd "|||"           into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-valor-pis              to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
      *> COFINS: idem
                 string f05100-cst-cofins "|"       into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-base-cofins            to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-aliq-cofins            to ws-aliq-efd
                 string ws-aliq-efd "|||"           into rl-linha-efd with pointer ws-nr-coluna-efd
                 move f05100-valor-cofins           to ws-valor-efd
                 string ws-valor-efd "||"           into rl-linha-efd with pointer ws-nr-coluna-efd
                 perform 9100-gravar-linha-efd

                 perform 9000-ler-pd05100-nex

            end-perform

       exit.

      *>=================================================================================
       2600-bloco-f section.

            move zeros                              to ws-nr-linhas-bloco
            move "|F001|1|"                         to rl-linha-efd
            perform 9100-gravar-linha-efd

            move "F990"                             to ws-tipo-registro-9900
            perform 9200-encerrar-bloco
            move ws-nr-linhas-bloco                 to ws-nr-linhas-bloco-f

       exit.

      *>=================================================================================
      *> Bloco M: M100/M500 (crédito do período, código 101 - aquisições
      *> no mercado interno), M200/M600 (consolidação da contribuição) e
      *> M210/M610 (detalhe por CST tributado das saídas).
       2700-bloco-m section.

            move zeros                              to ws-nr-linhas-bloco
            move "|M001|0|"                         to rl-linha-efd
            perform 9100-gravar-linha-efd

      *> PIS
            if   ws-tot-pis-credito greater zeros
                 move spaces                        to rl-linha-efd
                 move 1                             to ws-nr-coluna-efd
                 move ws-tot-base-pis-credito       to ws-valor-efd
                 string "|M100|101|0|" ws-valor-efd "|" into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-aliq-pis-credito           to ws-aliq-efd
                 string ws-aliq-efd "|||"           into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-tot-pis-credito            to ws-valor-efd
                 string ws-valor-efd "|0,00|0,00|0,00|" ws-valor-efd "|0|"
                                                    into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-pis-credito-descontado     to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-pis-saldo-credor           to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 perform 9100-gravar-linha-efd
            end-if

            move spaces                             to rl-linha-efd
            move 1                                  to ws-nr-coluna-efd
            move ws-tot-pis-debito                  to ws-valor-efd
            string "|M200|" ws-valor-efd "|"        into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-pis-credito-descontado          to ws-valor-efd
            string ws-valor-efd "|0,00|"            into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-pis-a-recolher                  to ws-valor-efd
            string ws-valor-efd "|0,00|0,00|" ws-valor-efd "|0,00|0,00|0,00|0,00|" ws-valor-efd "|"
                                                    into rl-linha-efd with pointer ws-nr-coluna-efd
            perform 9100-gravar-linha-efd

            perform varying ws-ix-cst from 1 by 1 until ws-ix-cst > c-max-cst
                 if   (ws-ix-cst equal 01 or 02 or 03 or 05)
                 and  ws-cst-valor-pis(ws-ix-cst) greater zeros
                      perform 2710-registro-m210
                 end-if
            end-perform

      *> COFINS
            if   ws-tot-cofins-credito greater zeros
                 move spaces                        to rl-linha-efd
                 move 1                             to ws-nr-coluna-efd
                 move ws-tot-base-cofins-credito    to ws-valor-efd
                 string "|M500|101|0|" ws-valor-efd "|" into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-aliq-cofins-credito        to ws-aliq-efd
                 string ws-aliq-efd "|||"           into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-tot-cofins-credito         to ws-valor-efd
                 string ws-valor-efd "|0,00|0,00|0,00|" ws-valor-efd "|0|"
                                                    into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-cofins-credito-descontado  to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 move ws-cofins-saldo-credor        to ws-valor-efd
                 string ws-valor-efd "|"            into rl-linha-efd with pointer ws-nr-coluna-efd
                 perform 9100-gravar-linha-efd
            end-if

            move spaces                             to rl-linha-efd
            move 1                                  to ws-nr-coluna-efd
            move ws-tot-cofins-debito               to ws-valor-efd
            string "|M600|" ws-valor-efd "|"        into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cofins-credito-descontado       to ws-valor-efd
            string ws-valor-efd "|0,00|"            into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cofins-a-recolher               to ws-valor-efd
            string ws-valor-efd "|0,00|0,00|" ws-valor-efd "|0,00|0,00|0,00|0,00|" ws-valor-efd "|"
                                                    into rl-linha-efd with pointer ws-nr-coluna-efd
            perform 9100-gravar-linha-efd

            perform varying ws-ix-cst from 1 by 1 until ws-ix-cst > c-max-cst
                 if   (ws-ix-cst equal 01 or 02 or 03 or 05)
                 and  ws-cst-valor-cofins(ws-ix-cst) greater zeros
                      perform 2720-registro-m610
                 end-if
            end-perform

            move "M990"                             to ws-tipo-registro-9900
            perform 9200-encerrar-bloco
            move ws-nr-linhas-bloco                 to ws-nr-linhas-bloco-m

       exit.

      *>=================================================================================
      *> COD_CONT segue o CST de origem (01 alíquota básica, 02
      *> diferenciada, 03 por unidade, 05 substituição tributária)
       2710-registro-m210 section.

            move spaces                             to rl-linha-efd
            move 1                                  to ws-nr-coluna-efd
            move ws-ix-cst                          to ws-contagem-x
            string "|M210|" ws-contagem-x(8:2) "|" into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-receita-bruta(ws-ix-cst)    to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-base-pis(ws-ix-cst)         to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-aliq-pis(ws-ix-cst)         to ws-aliq-efd
            string ws-aliq-efd "|||"                into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-valor-pis(ws-ix-cst)        to ws-valor-efd
            string ws-valor-efd "|0,00|0,00|0,00|0,00|" ws-valor-efd "|"
                                                    into rl-linha-efd with pointer ws-nr-coluna-efd
            perform 9100-gravar-linha-efd

       exit.

      *>=================================================================================
       2720-registro-m610 section.

            move spaces                             to rl-linha-efd
            move 1                                  to ws-nr-coluna-efd
            move ws-ix-cst                          to ws-contagem-x
            string "|M610|" ws-contagem-x(8:2) "|" into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-receita-bruta(ws-ix-cst)    to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-base-cofins(ws-ix-cst)      to ws-valor-efd
            string ws-valor-efd "|"                 into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-aliq-cofins(ws-ix-cst)      to ws-aliq-efd
            string ws-aliq-efd "|||"                into rl-linha-efd with pointer ws-nr-coluna-efd
            move ws-cst-valor-cofins(ws-ix-cst)     to ws-valor-efd
            string ws-valor-efd "|0,00|0,00|0,00|0,00|" ws-valor-efd "|"
                                                    into rl-linha-efd with pointer ws-nr-coluna-efd
            perform 9100-gravar-linha-efd

       exit.

      *>=================================================================================
       2800-bloco-1 section.

            move zeros                              to ws-nr-linhas-bloco
            move "|1001|1|"                         to rl-linha-efd
            perform 9100-gravar-linha-efd

            move "1990"                             to ws-tipo-registro-9900
            perform 9200-encerrar-bloco
            move ws-nr-linhas-bloco                 to ws-nr-linhas-bloco-1

       exit.

      *>=================================================================================
      *> Bloco 9: um 9900 para cada tipo de registro gravado até aqui,
      *> mais os do próprio bloco 9 (9900, 9990 e 9999).
       2900-bloco-9 section.

            move zeros                              to ws-nr-linhas-bloco
            move "|9001|0|"                         to rl-linha-efd
            perform 9100-gravar-linha-efd

            move ws-nr-tipos-registro               to ws-nr-tipos-9900

            perform varying ws-ix-tipo from 1 by 1 until ws-ix-tipo > ws-nr-tipos-9900
                 move ws-tab-tipo-registro(ws-ix-tipo)  to ws-tipo-registro-9900
                 move ws-tab-qtde-registro(ws-ix-tipo)  to ws-contagem-9900
                 perform 2910-registro-9900
            end-perform

            move "9900"                             to ws-tipo-registro-9900
            compute ws-contagem-9900 = ws-nr-tipos-9900 + 3
            perform 2910-registro-9900
            move "9990"                             to ws-tipo-registro-9900
            move 1                                  to ws-contagem-9900
            perform 2910-registro-9900
            move "9999"                             to ws-tipo-registro-9900
            move 1                                  to ws-contagem-9900
            perform 2910-registro-9900

            compute ws-contagem-x = ws-nr-linhas-bloco + 2
            move spaces                             to rl-linha-efd
            string "|9990|" ws-contagem-x "|"       into rl-linha-efd
            perform 9100-gravar-linha-efd
            compute ws-nr-linhas-bloco-9 = ws-nr-linhas-bloco + 1

            compute ws-contagem-x = ws-nr-linhas-total + 1
            move spaces                             to rl-linha-efd
            string "|9999|" ws-contagem-x "|"       into rl-linha-efd
            perform 9100-gravar-linha-efd

       exit.

      *>=================================================================================
       2910-registro-9900 section.

            move ws-contagem-9900                   to ws-contagem-x
            move spaces                             to rl-linha-efd
            string "|9900|" ws-tipo-registro-9900 "|" ws-contagem-x "|" into rl-linha-efd
            perform 9100-gravar-linha-efd

       exit.

      *>=================================================================================
      *> Resumo de validação: registros por bloco e por tipo, totais da
      *> apuração e inconsistências dos itens - deve ser conferido antes
      *> de transmitir o arquivo.
       2950-resumo-validacao section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "EFD-CONTRIBUICOES - RESUMO DE VALIDACAO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial
                   " COMPETENCIA " ws-ano-mes-efd   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "LINHAS POR BLOCO"                 to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "0"                                to ws-cd-bloco
            move ws-nr-linhas-bloco-0               to ws-qtde-x
            perform 2960-imprimir-bloco
            move "A"                                to ws-cd-bloco
            move ws-nr-linhas-bloco-a               to ws-qtde-x
            perform 2960-imprimir-bloco
            move "C"                                to ws-cd-bloco
            move ws-nr-linhas-bloco-c               to ws-qtde-x
            perform 2960-imprimir-bloco
            move "F"                                to ws-cd-bloco
            move ws-nr-linhas-bloco-f               to ws-qtde-x
            perform 2960-imprimir-bloco
            move "M"                                to ws-cd-bloco
            move ws-nr-linhas-bloco-m               to ws-qtde-x
            perform 2960-imprimir-bloco
            move "1"                                to ws-cd-bloco
            move ws-nr-linhas-bloco-1               to ws-qtde-x
            perform 2960-imprimir-bloco
            move "9"                                to ws-cd-bloco
            move ws-nr-linhas-bloco-9               to ws-qtde-x
            perform 2960-imprimir-bloco
            move ws-nr-linhas-total                 to ws-qtde-x
            move spaces                             to rl-linha-relatorio
            string "  TOTAL DE LINHAS....: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "REGISTROS POR TIPO"               to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            perform varying ws-ix-tipo from 1 by 1 until ws-ix-tipo > ws-nr-tipos-registro
                 move ws-tab-qtde-registro(ws-ix-tipo) to ws-qtde-x
                 move spaces                        to rl-linha-relatorio
                 string "  " ws-tab-tipo-registro(ws-ix-tipo) " " ws-qtde-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-perform
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "APURACAO"                         to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-pis-debito                  to ws-valor-x
            string "  PIS CONTRIBUICAO DO PERIODO.: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-pis-credito-descontado          to ws-valor-x
            string "  PIS CREDITO DESCONTADO......: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-pis-a-recolher                  to ws-valor-x
            string "  PIS A RECOLHER..............: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-tot-cofins-debito               to ws-valor-x
            string "  COFINS CONTRIBUICAO PERIODO.: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-cofins-credito-descontado       to ws-valor-x
            string "  COFINS CREDITO DESCONTADO...: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-cofins-a-recolher               to ws-valor-x
            string "  COFINS A RECOLHER...........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move "INCONSISTENCIAS"                  to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-itens-sem-cst                to ws-qtde-x
            string "  ITENS SEM CST PIS/COFINS....: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-itens-base-zerada            to ws-qtde-x
            string "  TRIBUTADOS COM BASE ZERADA..: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-itens-valor-divergente       to ws-qtde-x
            string "  VALOR DIFERENTE BASE X ALIQ.: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-nr-pendencias equal zeros
                 move "ARQUIVO SEM PENDENCIAS - LIBERADO PARA ENTREGA" to rl-linha-relatorio
            else
                 move "ARQUIVO COM PENDENCIAS - CORRIGIR AS NOTAS E GERAR NOVAMENTE ANTES DE ENTREGAR" to rl-linha-relatorio
            end-if
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2960-imprimir-bloco section.

            move spaces                             to rl-linha-relatorio
            string "  BLOCO " ws-cd-bloco ".............: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd05000
            close pd05100
            close pd01800
            close pd00700

       exit.

      *>=================================================================================
       9000-converter-data-efd section.

            move ws-dia-inv                         to ws-data-ddmmaaaa(1:2)
            move ws-mes-inv                         to ws-data-ddmmaaaa(3:2)
            move ws-ano-inv                         to ws-data-ddmmaaaa(5:4)

       exit.

      *>=================================================================================
      *> Grava a linha e conta o registro pelo tipo (colunas 2 a 5)
       9100-gravar-linha-efd section.

            write rl-registro-efd
            add  1                                  to ws-nr-linhas-total
            add  1                                  to ws-nr-linhas-bloco

            set  ws-tipo-na-tabela                  to false
            perform varying ws-ix-tipo from 1 by 1
                    until ws-ix-tipo > ws-nr-tipos-registro
                 if   ws-tab-tipo-registro(ws-ix-tipo) equal rl-linha-efd(2:4)
                      add 1                         to ws-tab-qtde-registro(ws-ix-tipo)
                      set ws-tipo-na-tabela         to true
                      exit perform
                 end-if
            end-perform

            if   not ws-tipo-na-tabela
            and  ws-nr-tipos-registro < c-max-tipos-registro
                 add  1                             to ws-nr-tipos-registro
                 move rl-linha-efd(2:4)             to ws-tab-tipo-registro(ws-nr-tipos-registro)
                 move 1                             to ws-tab-qtde-registro(ws-nr-tipos-registro)
            end-if

            move spaces                             to rl-linha-efd

       exit.

      *>=================================================================================
      *> Registro de encerramento do bloco (x990) - a contagem inclui o
      *> próprio registro
       9200-encerrar-bloco section.

            compute ws-contagem-x = ws-nr-linhas-bloco + 1
            move spaces                             to rl-linha-efd
            string "|" ws-tipo-registro-9900 "|" ws-contagem-x "|" into rl-linha-efd
            perform 9100-gravar-linha-efd

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR01800.cpy.
       copy CSR00700.cpy.
