      $set sourceformat"free"
       program-id. CS10049C.
      *>=================================================================================
      *>
      *>              Cadastro do Ativo Imobilizado - Depreciação e CIAP
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13900.cpy.
       copy CSS09300.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS09200.cpy.
       copy CSS04700.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF13900.cpy.
       copy CSF09300.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF09200.cpy.
       copy CSF04700.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10049C".
       78   c-descricao-programa                   value "ATIVO IMOBILIZADO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-id-bem                           pic x(01).
               88 ws-bem-encontrado                     value "S" false "N".
            03 ws-id-campos                        pic x(01).
               88 ws-campos-validos                     value "S" false "N".
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-valor-contabil                   pic 9(11)v9(02).
            03 ws-valor-contabil-x                 pic zz.zzz.zzz.zz9,99.
            03 ws-valor-resultado-x                pic -z.zzz.zzz.zz9,99.
            03 ws-valor-venda                      pic 9(11)v9(02).
            03 ws-data-baixa                       pic 9(08).
            03 ws-tipo-baixa                       pic x(01).
            03 ws-nr-sequencia                     pic 9(07).
            03 ws-saldo-ciap                       pic 9(09)v9(02).
            03 ws-cd-parametro                     pic x(20).
            03 ws-valor-aquisicao                  pic 9(11)v9(02).
            03 ws-taxa-depreciacao                 pic 9(03)v9(02).
            03 ws-valor-icms-ciap                  pic 9(09)v9(02).

      *> Contas gerenciais da baixa - parâmetros CTB-* em pd04700, com
      *> os padrões do plano sugerido quando não parametrizado
       01   ws-contas-ativo.
            03 ws-conta-caixa                      pic 9(05) value 11000.
            03 ws-conta-imobilizado                pic 9(05) value 13000.
            03 ws-conta-depreciacao-acum           pic 9(05) value 13900.
            03 ws-conta-resultado-baixa            pic 9(05) value 44000.

       01   f-bem-ativo.
            03 f-cd-bem                            pic 9(09).
            03 f-nr-plaqueta                       pic x(15).
            03 f-ds-bem                            pic x(55).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-numero-nota                       pic 9(09).
            03 f-serie-nota                        pic x(03).
            03 f-sequencia-item-nota               pic 9(03).
            03 f-data-aquisicao                    pic 9(08).
            03 f-valor-aquisicao                   pic zz.zzz.zzz.zz9,99.
            03 f-cd-centro                         pic 9(04).
            03 f-vida-util-meses                   pic 9(03).
            03 f-taxa-depreciacao                  pic zz9,99.
            03 f-id-ciap                           pic x(01).
            03 f-valor-icms-ciap                   pic zzz.zzz.zz9,99.
            03 f-nr-parcelas-ciap                  pic 9(02).
            03 f-valor-depreciado                  pic zz.zzz.zzz.zz9,99.
            03 f-valor-contabil                    pic zz.zzz.zzz.zz9,99.
            03 f-ds-status                         pic x(30).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-bem-ativo.
            03 line 11 col 15   pic x(18) value "Bem..............:".
            03 line 11 col 34   pic 9(09) from f-cd-bem.
            03 line 11 col 52   pic x(18) value "Plaqueta.........:".
            03 line 11 col 71   pic x(15) from f-nr-plaqueta.
            03 line 13 col 15   pic x(18) value "Descricao........:".
            03 line 13 col 34   pic x(55) from f-ds-bem.
            03 line 15 col 15   pic x(18) value "Fornecedor/Nota..:".
            03 line 15 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 15 col 44   pic 9(09) from f-numero-nota.
            03 line 15 col 54   pic x(03) from f-serie-nota.
            03 line 15 col 60   pic x(10) value "Item Nota:".
            03 line 15 col 71   pic 9(03) from f-sequencia-item-nota.
            03 line 17 col 15   pic x(18) value "Data Aquisicao...:".
            03 line 17 col 34   pic 9(02) from f-data-aquisicao(01:02).
            03 line 17 col 37   pic 9(02) from f-data-aquisicao(03:02).
            03 line 17 col 40   pic 9(04) from f-data-aquisicao(05:04).
            03 line 17 col 52   pic x(18) value "Valor Aquisicao..:".
            03 line 17 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-aquisicao.
            03 line 19 col 15   pic x(18) value "Centro de Custo..:".
            03 line 19 col 34   pic 9(04) from f-cd-centro.
            03 line 19 col 40   pic x(11) value "Vida Util:".
            03 line 19 col 52   pic 9(03) from f-vida-util-meses.
            03 line 19 col 56   pic x(05) value "meses".
            03 line 19 col 64   pic x(06) value "Taxa:".
            03 line 19 col 71   pic zz9,99 from f-taxa-depreciacao.
            03 line 19 col 78   pic x(07) value "% a.a.".
            03 line 21 col 15   pic x(18) value "CIAP (S/N).......:".
            03 line 21 col 34   pic x(01) from f-id-ciap.
            03 line 21 col 40   pic x(10) value "ICMS CIAP:".
            03 line 21 col 51   pic zzz.zzz.zz9,99 from f-valor-icms-ciap.
            03 line 21 col 64   pic x(06) value "Parc.:".
            03 line 21 col 71   pic 9(02) from f-nr-parcelas-ciap.
            03 line 21 col 74   pic x(03) value "/48".
            03 line 23 col 15   pic x(18) value "Depreciado.......:".
            03 line 23 col 34   pic zz.zzz.zzz.zz9,99 from f-valor-depreciado.
            03 line 23 col 52   pic x(18) value "Valor Contabil...:".
            03 line 23 col 71   pic zz.zzz.zzz.zz9,99 from f-valor-contabil.
            03 line 25 col 26   pic x(07) value "Status:".
            03 line 25 col 34   pic x(30) from f-ds-status.

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

            string lnk-dat-path delimited   by "  " "\EFD139.DAT" into wid-pd13900
            open i-o pd13900
            if   ws-arquivo-inexistente
                 open output pd13900
                 close pd13900
                 open i-o pd13900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD139.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD092.DAT" into wid-pd09200
            open i-o pd09200
            if   ws-arquivo-inexistente
                 open output pd09200
                 close pd09200
                 open i-o pd09200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD092.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd09300
            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd05100
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-periodo-contabil

            perform 1100-carregar-contas-ativo

       exit.

      *>=================================================================================
      *> Contas da baixa do bem: CTB-CONTA-CAIXA, CTB-CONTA-IMOBILIZ,
      *> CTB-CONTA-DEPR-ACUM e CTB-CONTA-RES-BAIXA de pd04700.
       1100-carregar-contas-ativo section.

            move "CTB-CONTA-CAIXA"                 to f04700-cd-parametro
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-caixa
            end-if
            move "CTB-CONTA-IMOBILIZ"              to f04700-cd-parametro
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-imobilizado
            end-if
            move "CTB-CONTA-DEPR-ACUM"             to f04700-cd-parametro
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-depreciacao-acum
            end-if
            move "CTB-CONTA-RES-BAIXA"             to f04700-cd-parametro
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-resultado-baixa
            end-if

       exit.

      *>=================================================================================
       1110-ler-parametro-conta section.

            move f04700-cd-parametro               to ws-cd-parametro
            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro                   to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   not ws-operacao-ok
            or   not f04700-parametro-ativo
                 move zeros                        to f04700-valor-numero
            end-if

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

            close pd13900
            close pd09200
            close pd09300
            close pd05000
            close pd05100
            close pd04700
            close pd14200

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-alterar
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-alterar
                     end-perform
                when 03
                     perform 2100-consulta
                when 04
                     perform 2100-baixar
                when 05
                     perform 2100-relatorio
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-bem <> zeros
                 accept f-cd-bem at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f13900-bem-ativo
            move lnk-cd-empresa                    to f13900-cd-empresa
            move lnk-cd-filial                     to f13900-cd-filial
            move f-cd-bem                          to f13900-cd-bem
            perform 9000-ler-pd13900-ran
            if   ws-operacao-ok
                 move "Bem já cadastrado!"         to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-campos
            if   not ws-campos-validos
                 exit section
            end-if

            initialize                             f13900-bem-ativo
            move lnk-cd-empresa                    to f13900-cd-empresa
            move lnk-cd-filial                     to f13900-cd-filial
            move f-cd-bem                          to f13900-cd-bem
            perform 2310-mover-campos
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f13900-data-inclusao
            move lnk-id-usuario                    to f13900-id-usuario
            set  f13900-bem-em-uso                 to true

            perform 9000-gravar-pd13900
            if   not ws-operacao-ok
                 string "Erro ao gravar bem - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Bem cadastrado com sucesso!"     to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Depois da primeira depreciação ou parcela do CIAP, valor,
      *> data de aquisição e ICMS não mudam mais - só descrição,
      *> plaqueta, centro de custo e vida útil (que vale dali em diante).
       2100-alterar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-bem

            if   not ws-bem-encontrado
                 exit section
            end-if

            move f13900-controle-versao            to ws-ver-carimbo-lido

            if   f13900-bem-baixado
                 move "Bem baixado não pode ser alterado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f13900-ano-mes-depreciacao greater zeros
            or   f13900-nr-parcelas-ciap greater zeros
                 perform 2320-aceitar-campos-restritos
                 if   not ws-campos-validos
                      exit section
                 end-if
                 move f-nr-plaqueta                to f13900-nr-plaqueta
                 move f-ds-bem                     to f13900-ds-bem
                 move f-cd-centro                  to f13900-cd-centro
                 move f-vida-util-meses            to f13900-vida-util-meses
                 move f-taxa-depreciacao           to f13900-taxa-depreciacao
            else
                 perform 2300-aceitar-campos
                 if   not ws-campos-validos
                      exit section
                 end-if
                 perform 2310-mover-campos
            end-if

            perform 9000-conferir-versao-pd13900
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd13900
            if   not ws-operacao-ok
                 string "Erro ao alterar bem - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame
            move "Bem alterado com sucesso!"       to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-bem
            if   ws-bem-encontrado
            and  f13900-bem-baixado
                 move f13900-valor-resultado-baixa to ws-valor-resultado-x
                 move spaces                       to ws-mensagem
                 string "Baixado em " f13900-data-baixa(07:02) "/" f13900-data-baixa(05:02)
                        "/" f13900-data-baixa(01:04)
                        " - resultado " ws-valor-resultado-x into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Baixa por venda (V) ou perda/sucata (P): resultado = valor da
      *> venda - valor contábil (aquisição - depreciação acumulada até o
      *> último mês processado pelo CS00136S). Lançamentos gerenciais:
      *>   D depreciação acumulada   C imobilizado       (depreciado)
      *>   D resultado na baixa      C imobilizado       (valor contábil)
      *>   D caixa                   C resultado na baixa (valor da venda)
      *> As parcelas do CIAP ainda não apropriadas são perdidas; o
      *> CS00136S registra a alienação/perecimento no mês da baixa.
       2100-baixar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-localizar-bem

            if   not ws-bem-encontrado
                 exit section
            end-if

            if   f13900-bem-baixado
                 move "Bem já baixado!"            to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move spaces                            to ws-tipo-baixa
            perform until ws-tipo-baixa equal "V" or "P"
                 display "Tipo [V-Venda/P-Perda]:"  at line 27 col 03
                 accept ws-tipo-baixa              at line 27 col 27 with update auto-skip
            end-perform

            accept ws-data-inv                     from date yyyymmdd
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            display "Data da baixa..........:"      at line 28 col 03
            accept ws-data(01:02)                  at line 28 col 28 with update auto-skip
            accept ws-data(03:02)                  at line 28 col 31 with update auto-skip
            accept ws-data(05:04)                  at line 28 col 34 with update auto-skip
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-baixa

            if   ws-data-baixa less f13900-data-aquisicao
                 move "Data da baixa anterior à aquisição!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move ws-data-baixa(1:6)                to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   ws-periodo-contabil-fechado
                 move "Competência da baixa fechada na contabilidade!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move zeros                             to ws-valor-venda
            if   ws-tipo-baixa equal "V"
                 perform until ws-valor-venda <> zeros
                      display "Valor da venda.........:" at line 29 col 03
                      accept ws-valor-venda        at line 29 col 28 with update auto-skip
                 end-perform
            end-if

            compute ws-valor-contabil =
                    f13900-valor-aquisicao - f13900-valor-depreciado

            compute f13900-valor-resultado-baixa =
                    ws-valor-venda - ws-valor-contabil
            move f13900-valor-resultado-baixa      to ws-valor-resultado-x
            move ws-valor-contabil                 to ws-valor-contabil-x

            move spaces                            to ws-mensagem
            string "Contábil " ws-valor-contabil-x " resultado " ws-valor-resultado-x
                   " - confirma a baixa? [S/N]" into ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move ws-data-baixa                     to f13900-data-baixa
            move ws-tipo-baixa                     to f13900-tipo-baixa
            move ws-valor-venda                    to f13900-valor-venda
            set  f13900-bem-baixado                to true

            perform 9000-regravar-pd13900
            if   not ws-operacao-ok
                 string "Erro ao baixar bem - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2400-lancar-baixa

            perform 9000-move-registros-frame
            move "Bem baixado - lançamentos gerenciais gerados!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2400-lancar-baixa section.

            move zeros                             to ws-nr-sequencia

            if   f13900-valor-depreciado greater zeros
                 initialize                        f09200-lancamento-gerencial
                 move ws-conta-depreciacao-acum    to f09200-cd-conta-debito
                 move ws-conta-imobilizado         to f09200-cd-conta-credito
                 move f13900-valor-depreciado      to f09200-valor-lancamento
                 string "BAIXA DEPREC ACUM BEM " f13900-cd-bem " " f13900-nr-plaqueta
                        into f09200-ds-historico
                 perform 2410-gravar-lancamento
            end-if

            if   ws-valor-contabil greater zeros
                 initialize                        f09200-lancamento-gerencial
                 move ws-conta-resultado-baixa     to f09200-cd-conta-debito
                 move ws-conta-imobilizado         to f09200-cd-conta-credito
                 move ws-valor-contabil            to f09200-valor-lancamento
                 string "BAIXA VALOR CONTABIL BEM " f13900-cd-bem " " f13900-nr-plaqueta
                        into f09200-ds-historico
                 perform 2410-gravar-lancamento
            end-if

            if   f13900-valor-venda greater zeros
                 initialize                        f09200-lancamento-gerencial
                 move ws-conta-caixa               to f09200-cd-conta-debito
                 move ws-conta-resultado-baixa     to f09200-cd-conta-credito
                 move f13900-valor-venda           to f09200-valor-lancamento
                 string "VENDA DO BEM " f13900-cd-bem " " f13900-nr-plaqueta
                        into f09200-ds-historico
                 perform 2410-gravar-lancamento
            end-if

       exit.

      *>=================================================================================
       2410-gravar-lancamento section.

            add  1                                  to ws-nr-sequencia

            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move f13900-data-baixa                  to f09200-data-lancamento
            move ws-nr-sequencia                    to f09200-nr-sequencia
            move c-este-programa                    to f09200-ds-origem
            move lnk-id-usuario                     to f09200-id-usuario

            perform 9000-gravar-pd09200
            perform until not ws-registro-existente
                 add  1                             to ws-nr-sequencia
                 move ws-nr-sequencia               to f09200-nr-sequencia
                 perform 9000-gravar-pd09200
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar lançamento gerencial - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move "POSICAO DO ATIVO IMOBILIZADO - DEPRECIACAO E CIAP" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f13900-bem-ativo
            move lnk-cd-empresa                     to f13900-cd-empresa
            move lnk-cd-filial                      to f13900-cd-filial
            perform 9000-str-pd13900-grt
            perform 9000-ler-pd13900-nex

            perform until not ws-operacao-ok
                          or f13900-cd-empresa <> lnk-cd-empresa
                          or f13900-cd-filial  <> lnk-cd-filial

                 move f13900-valor-aquisicao        to f-valor-aquisicao
                 move f13900-valor-depreciado       to f-valor-depreciado
                 compute ws-valor-contabil =
                         f13900-valor-aquisicao - f13900-valor-depreciado
                 move ws-valor-contabil             to f-valor-contabil
                 compute ws-saldo-ciap =
                         f13900-valor-icms-ciap - f13900-valor-ciap-apropriado
                 move ws-saldo-ciap                 to f-valor-icms-ciap

                 move spaces                        to rl-linha-relatorio
                 string "BEM " f13900-cd-bem
                        " " f13900-nr-plaqueta
                        " " f13900-ds-bem(01:30)
                        " CC " f13900-cd-centro
                        " AQUIS " f-valor-aquisicao
                        " DEPREC " f-valor-depreciado
                        " CONTABIL " f-valor-contabil
                        " CIAP " f13900-nr-parcelas-ciap "/48 SALDO " f-valor-icms-ciap
                        " ST " f13900-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd13900-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Incluir"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "02 - Alterar"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "03 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "04 - Baixa/Venda"           to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-bem-ativo

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-bem-ativo

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP14200.cpy.
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       2200-localizar-bem section.

            set ws-bem-encontrado                  to false

            perform until f-cd-bem <> zeros
                 accept f-cd-bem at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f13900-bem-ativo
            move lnk-cd-empresa                    to f13900-cd-empresa
            move lnk-cd-filial                     to f13900-cd-filial
            move f-cd-bem                          to f13900-cd-bem
            perform 9000-ler-pd13900-ran
            if   not ws-operacao-ok
                 move "Bem não cadastrado!"        to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-bem-encontrado                  to true

            perform 9000-move-registros-frame

       exit.

      *>=================================================================================
      *> A nota de aquisição é opcional (bem antigo, doação). Informada,
      *> precisa existir como nota de entrada do fornecedor; o item traz
      *> a data, o valor (mercadoria + IPI) e o ICMS destacado como
      *> sugestão. Taxa anual e vida útil se completam (taxa = 1200 /
      *> meses); o ICMS só é creditável pelo CIAP quando marcado "S".
       2300-aceitar-campos section.

            set  ws-campos-validos                 to false

            accept f-nr-plaqueta            at line 11 col 71 with update auto-skip
            perform until f-ds-bem <> spaces
                 accept f-ds-bem            at line 13 col 34 with update auto-skip
            end-perform

            accept f-cd-fornecedor          at line 15 col 34 with update auto-skip
            if   f-cd-fornecedor not equal zeros
                 accept f-numero-nota       at line 15 col 44 with update auto-skip
                 accept f-serie-nota        at line 15 col 54 with update auto-skip
                 accept f-sequencia-item-nota at line 15 col 71 with update auto-skip
                 perform 2330-sugerir-dados-nota
                 if   not ws-campos-validos
                      exit section
                 end-if
                 set  ws-campos-validos            to false
            else
                 move zeros                        to f-numero-nota
                 move spaces                       to f-serie-nota
                 move zeros                        to f-sequencia-item-nota
            end-if

            perform until f-data-aquisicao greater zeros
                 accept f-data-aquisicao(01:02) at line 17 col 34 with update auto-skip
                 accept f-data-aquisicao(03:02) at line 17 col 37 with update auto-skip
                 accept f-data-aquisicao(05:04) at line 17 col 40 with update auto-skip
            end-perform

            move f-valor-aquisicao                 to ws-valor-aquisicao
            perform until ws-valor-aquisicao <> zeros
                 accept f-valor-aquisicao   at line 17 col 71 with update auto-skip
                 move f-valor-aquisicao            to ws-valor-aquisicao
            end-perform

            perform 2320-aceitar-campos-restritos
            if   not ws-campos-validos
                 exit section
            end-if
            set  ws-campos-validos                 to false

            perform until f-id-ciap equal "S" or "N"
                 accept f-id-ciap           at line 21 col 34 with update auto-skip
            end-perform
            if   f-id-ciap equal "S"
                 move f-valor-icms-ciap            to ws-valor-icms-ciap
                 perform until ws-valor-icms-ciap <> zeros
                      accept f-valor-icms-ciap at line 21 col 51 with update auto-skip
                      move f-valor-icms-ciap       to ws-valor-icms-ciap
                 end-perform
            else
                 move zeros                        to f-valor-icms-ciap
            end-if

            set  ws-campos-validos                 to true

       exit.

      *>=================================================================================
       2320-aceitar-campos-restritos section.

            set  ws-campos-validos                 to false

            accept f-nr-plaqueta            at line 11 col 71 with update auto-skip
            accept f-ds-bem                 at line 13 col 34 with update auto-skip

            perform until f-cd-centro <> zeros
                 accept f-cd-centro         at line 19 col 34 with update auto-skip
            end-perform
            initialize                             f09300-centro-custo
            move lnk-cd-empresa                    to f09300-cd-empresa
            move lnk-cd-filial                     to f09300-cd-filial
            move f-cd-centro                       to f09300-cd-centro
            perform 9000-ler-pd09300-ran
            if   not ws-operacao-ok
            or   not f09300-centro-ativo
                 move "Centro de custo não cadastrado ou inativo!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept f-vida-util-meses        at line 19 col 52 with update auto-skip
            accept f-taxa-depreciacao       at line 19 col 71 with update auto-skip
            move f-taxa-depreciacao                to ws-taxa-depreciacao
            if   f-vida-util-meses equal zeros
            and  ws-taxa-depreciacao equal zeros
                 move "Informe a vida útil ou a taxa de depreciação!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   ws-taxa-depreciacao equal zeros
                 compute ws-taxa-depreciacao rounded = 1200 / f-vida-util-meses
                 move ws-taxa-depreciacao          to f-taxa-depreciacao
            end-if
            if   f-vida-util-meses equal zeros
                 compute f-vida-util-meses rounded = 1200 / ws-taxa-depreciacao
            end-if

            perform 8000-tela

            set  ws-campos-validos                 to true

       exit.

      *>=================================================================================
       2330-sugerir-dados-nota section.

            set  ws-campos-validos                 to false

            initialize                             f05000-mestre-nota-fiscal
            move lnk-cd-empresa                    to f05000-cd-empresa
            move lnk-cd-filial                     to f05000-cd-filial
            move 00                                to f05000-tipo-nota
            move f-numero-nota                     to f05000-numero-documento
            move f-serie-nota                      to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   not ws-operacao-ok
            or   f05000-cd-destinatario not equal f-cd-fornecedor
                 move "Nota de entrada do fornecedor não encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f05000-data-operacao              to ws-data-inv
            move ws-dia-inv                        to f-data-aquisicao(01:02)
            move ws-mes-inv                        to f-data-aquisicao(03:02)
            move ws-ano-inv                        to f-data-aquisicao(05:04)

            initialize                             f05100-item-nota-fiscal
            move lnk-cd-empresa                    to f05100-cd-empresa
            move lnk-cd-filial                     to f05100-cd-filial
            move 00                                to f05100-tipo-nota
            move f-numero-nota                     to f05100-numero-documento
            move f-serie-nota                      to f05100-serie-documento
            move f-cd-fornecedor                   to f05100-cd-destinatario
            move f-sequencia-item-nota             to f05100-sequencia
            perform 9000-ler-pd05100-ran
            if   ws-operacao-ok
                 move f-valor-aquisicao            to ws-valor-aquisicao
                 if   ws-valor-aquisicao equal zeros
                      compute ws-valor-aquisicao =
                              f05100-valor-total + f05100-valor-ipi
                      move ws-valor-aquisicao      to f-valor-aquisicao
                 end-if
                 move f-valor-icms-ciap            to ws-valor-icms-ciap
                 if   ws-valor-icms-ciap equal zeros
                      move f05100-valor-icms       to f-valor-icms-ciap
                 end-if
            end-if

            perform 8000-tela

            set  ws-campos-validos                 to true

       exit.

      *>=================================================================================
       2310-mover-campos section.

            move f-nr-plaqueta                     to f13900-nr-plaqueta
            move f-ds-bem                          to f13900-ds-bem
            move f-cd-fornecedor                   to f13900-cd-fornecedor
            move f-numero-nota                     to f13900-numero-nota
            move f-serie-nota                      to f13900-serie-nota
            move f-sequencia-item-nota             to f13900-sequencia-item-nota
            move f-data-aquisicao                  to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to f13900-data-aquisicao
            move f-valor-aquisicao                 to f13900-valor-aquisicao
            move f-cd-centro                       to f13900-cd-centro
            move f-vida-util-meses                 to f13900-vida-util-meses
            move f-taxa-depreciacao                to f13900-taxa-depreciacao
            move f-id-ciap                         to f13900-id-ciap
            move f-valor-icms-ciap                 to f13900-valor-icms-ciap

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f13900-cd-bem                     to f-cd-bem
            move f13900-nr-plaqueta                to f-nr-plaqueta
            move f13900-ds-bem                     to f-ds-bem
            move f13900-cd-fornecedor              to f-cd-fornecedor
            move f13900-numero-nota                to f-numero-nota
            move f13900-serie-nota                 to f-serie-nota
            move f13900-sequencia-item-nota        to f-sequencia-item-nota
            move f13900-data-aquisicao             to ws-data-inv
            move ws-dia-inv                        to f-data-aquisicao(01:02)
            move ws-mes-inv                        to f-data-aquisicao(03:02)
            move ws-ano-inv                        to f-data-aquisicao(05:04)
            move f13900-valor-aquisicao            to f-valor-aquisicao
            move f13900-cd-centro                  to f-cd-centro
            move f13900-vida-util-meses            to f-vida-util-meses
            move f13900-taxa-depreciacao           to f-taxa-depreciacao
            move f13900-id-ciap                    to f-id-ciap
            move f13900-valor-icms-ciap            to f-valor-icms-ciap
            move f13900-nr-parcelas-ciap           to f-nr-parcelas-ciap
            move f13900-valor-depreciado           to f-valor-depreciado
            compute ws-valor-contabil =
                    f13900-valor-aquisicao - f13900-valor-depreciado
            move ws-valor-contabil                 to f-valor-contabil

            evaluate true
                 when f13900-bem-em-uso
                      move "ATIVO"                 to f-ds-status
                 when f13900-bem-baixado
                  and f13900-baixa-venda
                      move "BAIXADO - VENDA"       to f-ds-status
                 when f13900-bem-baixado
                      move "BAIXADO - PERDA"       to f-ds-status
                 when other
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR13900.cpy.
       copy CSR09300.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR09200.cpy.
       copy CSR04700.cpy.
       copy CSR14200.cpy.
