      $set sourceformat"free"
       program-id. CS10057C.
      *>=================================================================================
      *>
      *>                         Cadastro de Promoções
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17100.cpy.
       copy CSS17200.cpy.
       copy CSS01800.cpy.

      *>=================================================================================
       data division.

       copy CSF17100.cpy.
       copy CSF17200.cpy.
       copy CSF01800.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10057C".
       78   c-descricao-programa                   value "CADASTRO DE PROMOCOES".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-nr-linha                         pic 9(02).
            03 ws-linha-display                    pic x(111).
            03 ws-ix-filial                        pic 9(02) comp.
            03 ws-col-filial                       pic 9(03).
            03 ws-cd-produto                       pic 9(09).
            03 ws-nr-produtos                      pic 9(05).
            03 ws-perc-validar                     pic 9(03)v9(02).
            03 ws-preco-validar                    pic 9(09)v9(02).
            03 ws-leve-validar                     pic 9(05).
            03 ws-pague-validar                    pic 9(05).
            03 ws-hora-validar.
               05 ws-hh-validar                    pic 9(02).
               05 ws-mm-validar                    pic 9(02).
            03 ws-id-promocao-valida               pic x(01).
               88 ws-promocao-valida                   value "S" false "N".

       01   f-promocao.
            03 f-nr-promocao                       pic 9(06).
            03 f-tipo-promocao                     pic x(01).
            03 f-descricao                         pic x(40).
            03 f-perc-desconto                     pic zz9,99.
            03 f-vl-preco-fixo                     pic zzz.zzz.zz9,99.
            03 f-qtde-leve                         pic zzzz9.
            03 f-qtde-pague                        pic zzzz9.
            03 f-data-inicio                       pic 9(08).
            03 f-hora-inicio                       pic 9(04).
            03 f-data-fim                          pic 9(08).
            03 f-hora-fim                          pic 9(04).
            03 f-filiais.
               05 f-cd-filial                      pic 9(04) occurs 10 times.
            03 f-id-status                         pic x(01).
            03 f-cd-produto                        pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-promocao.
            03 line 11 col 09   pic x(24) value "Promocao...............:".
            03 line 11 col 34   pic 9(06) from f-nr-promocao.
            03 line 13 col 09   pic x(24) value "Tipo (P/F/L/S).........:".
            03 line 13 col 34   pic x(01) from f-tipo-promocao.
            03 line 13 col 40   pic x(10) value "Descricao:".
            03 line 13 col 51   pic x(40) from f-descricao.
            03 line 14 col 34   pic x(70) value "P=% desconto  F=preco fixo  L=leve X pague Y  S=2a unidade com % desc.".
            03 line 15 col 09   pic x(24) value "Desconto (%)...........:".
            03 line 15 col 34   pic zz9,99 from f-perc-desconto.
            03 line 15 col 47   pic x(12) value "Preco Fixo:".
            03 line 15 col 60   pic zzz.zzz.zz9,99 from f-vl-preco-fixo.
            03 line 17 col 09   pic x(24) value "Leve...................:".
            03 line 17 col 34   pic zzzz9 from f-qtde-leve.
            03 line 17 col 47   pic x(06) value "Pague:".
            03 line 17 col 60   pic zzzz9 from f-qtde-pague.
            03 line 19 col 09   pic x(24) value "Inicio (AAAAMMDD HHMM).:".
            03 line 19 col 34   pic 9(08) from f-data-inicio.
            03 line 19 col 43   pic 9(04) from f-hora-inicio.
            03 line 19 col 50   pic x(09) value "Fim.....:".
            03 line 19 col 60   pic 9(08) from f-data-fim.
            03 line 19 col 69   pic 9(04) from f-hora-fim.
            03 line 21 col 09   pic x(24) value "Filiais (0000=todas)...:".
            03 line 21 col 34   pic 9(04) from f-cd-filial(01).
            03 line 21 col 39   pic 9(04) from f-cd-filial(02).
            03 line 21 col 44   pic 9(04) from f-cd-filial(03).
            03 line 21 col 49   pic 9(04) from f-cd-filial(04).
            03 line 21 col 54   pic 9(04) from f-cd-filial(05).
            03 line 21 col 59   pic 9(04) from f-cd-filial(06).
            03 line 21 col 64   pic 9(04) from f-cd-filial(07).
            03 line 21 col 69   pic 9(04) from f-cd-filial(08).
            03 line 21 col 74   pic 9(04) from f-cd-filial(09).
            03 line 21 col 79   pic 9(04) from f-cd-filial(10).
            03 line 23 col 09   pic x(24) value "Situacao (A/I).........:".
            03 line 23 col 34   pic x(01) from f-id-status.

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

            string lnk-dat-path delimited   by "  " "\EFD171.DAT" into wid-pd17100
            open i-o pd17100
            if   ws-arquivo-inexistente
                 open output pd17100
                 close pd17100
                 open i-o pd17100
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD171.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD172.DAT" into wid-pd17200
            open i-o pd17200
            if   ws-arquivo-inexistente
                 open output pd17200
                 close pd17200
                 open i-o pd17200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD172.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01800

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

            close pd17100
            close pd17200
            close pd01800

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-inclusao
                when 02
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
                     perform 2100-produtos
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Inclui o cabeçalho da promoção e já abre a digitação dos
      *> produtos que participam dela.
       2100-inclusao section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            initialize                             f17100-promocao
            move lnk-cd-empresa                    to f17100-cd-empresa
            move 999999                            to f17100-nr-promocao
            perform 9000-str-pd17100-ngrt
            perform 9000-ler-pd17100-pre
            if   ws-operacao-ok
            and  f17100-cd-empresa equal lnk-cd-empresa
                 compute f-nr-promocao = f17100-nr-promocao + 1
            else
                 move 1                            to f-nr-promocao
            end-if
            move "A"                               to f-id-status
            perform 8000-tela

            perform 2200-aceitar-promocao
            if   not ws-promocao-valida
                 exit section
            end-if

            initialize                             f17100-promocao
            move lnk-cd-empresa                    to f17100-cd-empresa
            move f-nr-promocao                     to f17100-nr-promocao
            perform 2300-mover-promocao

            perform 9000-gravar-pd17100
            if   not ws-operacao-ok
                 string "Erro ao gravar promoção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Promoção incluída - informe os produtos!" to ws-mensagem
            perform 9000-mensagem

            perform 2400-digitar-produtos

       exit.

      *>=================================================================================
      *> Lista as promoções da empresa a partir da linha 25
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            move 25                                to ws-nr-linha

            initialize                             f17100-promocao
            move lnk-cd-empresa                    to f17100-cd-empresa
            move zeros                             to f17100-nr-promocao
            perform 9000-str-pd17100-grt
            perform 9000-ler-pd17100-nex

            perform until not ws-operacao-ok
                          or f17100-cd-empresa <> lnk-cd-empresa
                          or ws-nr-linha > 46

                 move spaces                       to ws-linha-display
                 string f17100-nr-promocao " " f17100-tipo-promocao
                        " " f17100-descricao(1:35)
                        " " f17100-data-inicio " " f17100-hora-inicio
                        " A " f17100-data-fim " " f17100-hora-fim
                        " " f17100-id-status       into ws-linha-display
                 display ws-linha-display          at line ws-nr-linha col 04
                 add  1                            to ws-nr-linha

                 perform 9000-ler-pd17100-nex

            end-perform

            if   ws-nr-linha equal 25
                 move "Nenhuma promoção cadastrada!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Alteração da promoção - encerrar antes do fim é inativar ou
      *> antecipar a data/hora final.
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2250-localizar-promocao
            if   not ws-operacao-ok
                 exit section
            end-if

            move f17100-controle-versao            to ws-ver-carimbo-lido

            perform 2200-aceitar-promocao
            if   not ws-promocao-valida
                 exit section
            end-if

            perform until f-id-status equal "A" or "I"
                 accept f-id-status at line 23 col 34 with update auto-skip
                 move function upper-case(f-id-status) to f-id-status
            end-perform

            perform 2300-mover-promocao

            perform 9000-conferir-versao-pd17100
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd17100
            if   not ws-operacao-ok
                 string "Erro ao gravar promoção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Promoção alterada!"              to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Exclui a promoção e os seus produtos; os itens já vendidos
      *> guardam apenas o número dela.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2250-localizar-promocao
            if   not ws-operacao-ok
                 exit section
            end-if

            move "Confirma a exclusão desta promoção e dos seus produtos? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f17200-produto-promocao
            move lnk-cd-empresa                    to f17200-cd-empresa
            move f-nr-promocao                     to f17200-nr-promocao
            move zeros                             to f17200-cd-produto
            perform 9000-str-pd17200-grt
            perform 9000-ler-pd17200-nex

            perform until not ws-operacao-ok
                          or f17200-cd-empresa  <> lnk-cd-empresa
                          or f17200-nr-promocao <> f-nr-promocao

                 delete pd17200

                 perform 9000-ler-pd17200-nex

            end-perform

            initialize                             f17100-promocao
            move lnk-cd-empresa                    to f17100-cd-empresa
            move f-nr-promocao                     to f17100-nr-promocao
            delete pd17100
            if   not ws-operacao-ok
                 string "Erro ao excluir promoção - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            else
                 move "Promoção excluída!"         to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-produtos section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2250-localizar-promocao
            if   not ws-operacao-ok
                 exit section
            end-if

            perform 2400-digitar-produtos

       exit.

      *>=================================================================================
       2200-aceitar-promocao section.

            set  ws-promocao-valida                to false

            perform until f-tipo-promocao equal "P" or "F" or "L" or "S"
                 accept f-tipo-promocao at line 13 col 34 with update auto-skip
                 move function upper-case(f-tipo-promocao) to f-tipo-promocao
            end-perform
            accept f-descricao        at line 13 col 51 with update auto-skip

            move zeros                             to f-perc-desconto
                                                      f-vl-preco-fixo
                                                      f-qtde-leve
                                                      f-qtde-pague
            evaluate f-tipo-promocao
                 when "P"
                 when "S"
                      accept f-perc-desconto at line 15 col 34 with update auto-skip
                 when "F"
                      accept f-vl-preco-fixo at line 15 col 60 with update auto-skip
                 when "L"
                      accept f-qtde-leve     at line 17 col 34 with update auto-skip
                      accept f-qtde-pague    at line 17 col 60 with update auto-skip
            end-evaluate

            accept f-data-inicio      at line 19 col 34 with update auto-skip
            accept f-hora-inicio      at line 19 col 43 with update auto-skip
            accept f-data-fim         at line 19 col 60 with update auto-skip
            accept f-hora-fim         at line 19 col 69 with update auto-skip

            move 34                                to ws-col-filial
            perform varying ws-ix-filial from 1 by 1 until ws-ix-filial > 10
                 accept f-cd-filial(ws-ix-filial) at line 21 col ws-col-filial with update auto-skip
                 if   f-cd-filial(ws-ix-filial) equal zeros
                      exit perform
                 end-if
                 add  5                            to ws-col-filial
            end-perform

            perform 8000-tela

            move f-perc-desconto                   to ws-perc-validar
            move f-vl-preco-fixo                   to ws-preco-validar
            move f-qtde-leve                       to ws-leve-validar
            move f-qtde-pague                      to ws-pague-validar

            move f-hora-inicio                     to ws-hora-validar
            if   ws-hh-validar greater 23
            or   ws-mm-validar greater 59
                 move "Hora de início inválida!"   to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move f-hora-fim                        to ws-hora-validar
            if   ws-hh-validar greater 23
            or   ws-mm-validar greater 59
                 move "Hora de fim inválida!"      to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            evaluate true
                 when (f-tipo-promocao equal "P" or "S")
                 and  (ws-perc-validar equal zeros or ws-perc-validar greater 100)
                      move "Percentual de desconto inválido!" to ws-mensagem
                 when f-tipo-promocao equal "P"
                 and  ws-perc-validar equal 100
                      move "Desconto de 100% - use a bonificação!" to ws-mensagem
                 when f-tipo-promocao equal "F"
                 and  ws-preco-validar equal zeros
                      move "Informe o preço fixo da promoção!" to ws-mensagem
                 when f-tipo-promocao equal "L"
                 and  (ws-pague-validar equal zeros or ws-leve-validar not greater ws-pague-validar)
                      move "Leve deve ser maior que Pague (e Pague maior que zero)!" to ws-mensagem
                 when function test-date-yyyymmdd(f-data-inicio) not equal zeros
                      move "Data de início inválida!" to ws-mensagem
                 when function test-date-yyyymmdd(f-data-fim) not equal zeros
                      move "Data de fim inválida!" to ws-mensagem
                 when f-data-fim less f-data-inicio
                 or   (f-data-fim equal f-data-inicio
                       and f-hora-fim not equal zeros
                       and f-hora-fim less f-hora-inicio)
                      move "Fim da vigência anterior ao início!" to ws-mensagem
                 when other
                      set  ws-promocao-valida      to true
            end-evaluate

            if   not ws-promocao-valida
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2250-localizar-promocao section.

            perform until f-nr-promocao <> zeros
                 accept f-nr-promocao at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f17100-promocao
            move lnk-cd-empresa                    to f17100-cd-empresa
            move f-nr-promocao                     to f17100-nr-promocao
            perform 9000-ler-pd17100-ran
            if   not ws-operacao-ok
                 move "Promoção não cadastrada!"   to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       exit.

      *>=================================================================================
       2300-mover-promocao section.

            move f-tipo-promocao                   to f17100-tipo-promocao
            move f-descricao                       to f17100-descricao
            move f-perc-desconto                   to f17100-perc-desconto
            move f-vl-preco-fixo                   to f17100-vl-preco-fixo
            move f-qtde-leve                       to f17100-qtde-leve
            move f-qtde-pague                      to f17100-qtde-pague
            move f-data-inicio                     to f17100-data-inicio
            move f-hora-inicio                     to f17100-hora-inicio
            move f-data-fim                        to f17100-data-fim
            move f-hora-fim                        to f17100-hora-fim
            move f-filiais                         to f17100-filiais-validas
            move f-id-status                       to f17100-id-status
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f17100-data-alteracao
            move lnk-id-usuario                    to f17100-id-usuario

       exit.

      *>=================================================================================
      *> Produtos da promoção: código novo entra, código já incluído é
      *> oferecido para retirada. Produto-pai de grade vale para todos os
      *> seus SKUs. Zero encerra.
       2400-digitar-produtos section.

            perform until exit

                 perform 2450-listar-produtos

                 move zeros                        to f-cd-produto
                 display "Produto (0=encerra)....:" at line 25 col 09
                 accept f-cd-produto               at line 25 col 34 with update auto-skip
                 if   f-cd-produto equal zeros
                      exit perform
                 end-if

                 initialize                        f17200-produto-promocao
                 move lnk-cd-empresa               to f17200-cd-empresa
                 move f-nr-promocao                to f17200-nr-promocao
                 move f-cd-produto                 to f17200-cd-produto
                 perform 9000-ler-pd17200-ran
                 if   ws-operacao-ok
                      move "Produto já está na promoção - retirar? [S/N]" to ws-mensagem
                      perform 9000-mensagem
                      if   ws-mensagem-opcao-sim
                           delete pd17200
                      end-if
                      exit perform cycle
                 end-if

                 initialize                        f01800-produto
                 move lnk-cd-empresa               to f01800-cd-empresa
                 move lnk-cd-filial                to f01800-cd-filial
                 move f-cd-produto                 to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   not ws-operacao-ok
                      move "Produto não cadastrado!" to ws-mensagem
                      perform 9000-mensagem
                      exit perform cycle
                 end-if

                 initialize                        f17200-produto-promocao
                 move lnk-cd-empresa               to f17200-cd-empresa
                 move f-nr-promocao                to f17200-nr-promocao
                 move f-cd-produto                 to f17200-cd-produto
                 perform 9000-gravar-pd17200
                 if   not ws-operacao-ok
                      string "Erro ao gravar produto da promoção - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2450-listar-produtos section.

            perform 8000-tela

            move 27                                to ws-nr-linha
            move zeros                             to ws-nr-produtos

            initialize                             f17200-produto-promocao
            move lnk-cd-empresa                    to f17200-cd-empresa
            move f-nr-promocao                     to f17200-nr-promocao
            move zeros                             to f17200-cd-produto
            perform 9000-str-pd17200-grt
            perform 9000-ler-pd17200-nex

            perform until not ws-operacao-ok
                          or f17200-cd-empresa  <> lnk-cd-empresa
                          or f17200-nr-promocao <> f-nr-promocao

                 add  1                            to ws-nr-produtos

                 if   ws-nr-linha not greater 46
                      move f17200-cd-produto       to ws-cd-produto
                      initialize                   f01800-produto
                      move lnk-cd-empresa          to f01800-cd-empresa
                      move lnk-cd-filial           to f01800-cd-filial
                      move ws-cd-produto           to f01800-cd-produto
                      perform 9000-ler-pd01800-ran
                      if   not ws-operacao-ok
                           move spaces             to f01800-descricao-produto
                      end-if
                      move spaces                  to ws-linha-display
                      string ws-cd-produto " " f01800-descricao-produto
                                                   into ws-linha-display
                      display ws-linha-display     at line ws-nr-linha col 04
                      add  1                       to ws-nr-linha
                 end-if

                 perform 9000-ler-pd17200-nex

            end-perform

            move "00"                              to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Inclusao"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Manutencao"            to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "04 - Exclusao"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "05 - Produtos"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-promocao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-promocao

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão

      *>=================================================================================
       9000-move-registros-frame section.

            move f17100-tipo-promocao              to f-tipo-promocao
            move f17100-descricao                  to f-descricao
            move f17100-perc-desconto              to f-perc-desconto
            move f17100-vl-preco-fixo              to f-vl-preco-fixo
            move f17100-qtde-leve                  to f-qtde-leve
            move f17100-qtde-pague                 to f-qtde-pague
            move f17100-data-inicio                to f-data-inicio
            move f17100-hora-inicio                to f-hora-inicio
            move f17100-data-fim                   to f-data-fim
            move f17100-hora-fim                   to f-hora-fim
            move f17100-filiais-validas            to f-filiais
            move f17100-id-status                  to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR17100.cpy.
       copy CSR17200.cpy.
       copy CSR01800.cpy.
