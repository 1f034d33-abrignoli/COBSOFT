      $set sourceformat"free"
       program-id. CS10056C.
      *>=================================================================================
      *>
      *>            Programa de Fidelidade - Regras e Extrato do Cliente
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16900.cpy.
       copy CSS17000.cpy.
       copy CSS01400.cpy.

      *>=================================================================================
       data division.

       copy CSF16900.cpy.
       copy CSF17000.cpy.
       copy CSF01400.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10056C".
       78   c-descricao-programa                   value "PROGRAMA DE FIDELIDADE".
       78   c-servico-fidelidade                   value "CS00142S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-nr-linha                         pic 9(02).
            03 ws-linha-display                    pic x(111).
            03 ws-pontos-x                         pic zzz.zzz.zz9.
            03 ws-disponivel-x                     pic zzz.zzz.zz9.
            03 ws-valor-x                          pic zzz.zzz.zz9,99.
            03 ws-taxa-x                           pic zz9,99.
            03 ws-bonus-x                          pic zz9,99.
            03 ws-ds-lancamento                    pic x(12).
            03 ws-pontos-validar                   pic 9(03)v9(02).
            03 ws-bonus-validar                    pic 9(03)v9(02).
            03 ws-id-regra-valida                  pic x(01).
               88 ws-regra-valida                      value "S" false "N".

      *> Mesmo leiaute de lk-parametros-fidelidade em CS00142S
       01   lk-parametros-fidelidade.
            03 lk-fid-operacao                     pic x(01).
               88 lk-fid-acumular                      value "A".
               88 lk-fid-estornar                      value "E".
               88 lk-fid-saldo                         value "S".
               88 lk-fid-resgatar                      value "R".
            03 lk-fid-cd-filial                    pic 9(04).
            03 lk-fid-cd-cliente                   pic 9(09).
            03 lk-fid-tipo-nota                    pic 9(02).
            03 lk-fid-numero-documento             pic 9(09).
            03 lk-fid-serie-documento              pic x(03).
            03 lk-fid-valor                        pic 9(09)v9(02).
            03 lk-fid-pontos                       pic 9(09).
            03 lk-fid-valor-ponto                  pic 9(05)v9(02).
            03 lk-fid-retorno                      pic x(01).
               88 lk-fid-efetuado                      value "S".
               88 lk-fid-recusado                      value "N".
            03 lk-fid-mensagem                     pic x(60).

       01   f-regra.
            03 f-nr-regra                          pic 9(04).
            03 f-tipo-regra                        pic x(01).
            03 f-descricao                         pic x(40).
            03 f-cd-categoria                      pic 9(09).
            03 f-pontos-por-real                   pic zz9,99.
            03 f-percentual-bonus                  pic zz9,99.
            03 f-data-inicio                       pic 9(08).
            03 f-data-fim                          pic 9(08).
            03 f-id-status                         pic x(01).
            03 f-cd-cliente                        pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-regra.
            03 line 11 col 09   pic x(24) value "Regra..................:".
            03 line 11 col 34   pic 9(04) from f-nr-regra.
            03 line 13 col 09   pic x(24) value "Tipo (G/C/B)...........:".
            03 line 13 col 34   pic x(01) from f-tipo-regra.
            03 line 13 col 40   pic x(10) value "Descricao:".
            03 line 13 col 51   pic x(40) from f-descricao.
            03 line 15 col 09   pic x(24) value "Categoria (0=todas)....:".
            03 line 15 col 34   pic 9(09) from f-cd-categoria.
            03 line 17 col 09   pic x(24) value "Pontos por Real........:".
            03 line 17 col 34   pic zz9,99 from f-pontos-por-real.
            03 line 17 col 45   pic x(10) value "Bonus (%):".
            03 line 17 col 56   pic zz9,99 from f-percentual-bonus.
            03 line 19 col 09   pic x(24) value "Vigencia (AAAAMMDD)....:".
            03 line 19 col 34   pic 9(08) from f-data-inicio.
            03 line 19 col 43   pic x(01) value "a".
            03 line 19 col 45   pic 9(08) from f-data-fim.
            03 line 21 col 09   pic x(24) value "Situacao (A/I).........:".
            03 line 21 col 34   pic x(01) from f-id-status.

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

            string lnk-dat-path delimited   by "  " "\EFD169.DAT" into wid-pd16900
            open i-o pd16900
            if   ws-arquivo-inexistente
                 open output pd16900
                 close pd16900
                 open i-o pd16900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD169.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD170.DAT" into wid-pd17000
            open input pd17000
            if   ws-arquivo-inexistente
                 open output pd17000
                 close pd17000
                 open input pd17000
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD170.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01400

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

            close pd16900
            close pd17000
            close pd01400

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
                     perform 2100-extrato-cliente
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Regras da empresa: G = pontos por real para qualquer produto,
      *> C = pontos por real próprios da categoria (substitui a geral),
      *> B = campanha de bônus em percentual sobre os pontos (categoria
      *> zero = todas). Vigência zerada = sem limite.
       2100-inclusao section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            initialize                             f16900-regra-fidelidade
            move lnk-cd-empresa                    to f16900-cd-empresa
            move 9999                              to f16900-nr-regra
            perform 9000-str-pd16900-ngrt
            perform 9000-ler-pd16900-pre
            if   ws-operacao-ok
            and  f16900-cd-empresa equal lnk-cd-empresa
                 compute f-nr-regra = f16900-nr-regra + 1
            else
                 move 1                            to f-nr-regra
            end-if
            move "A"                               to f-id-status
            perform 8000-tela

            perform 2200-aceitar-regra
            if   not ws-regra-valida
                 exit section
            end-if

            initialize                             f16900-regra-fidelidade
            move lnk-cd-empresa                    to f16900-cd-empresa
            move f-nr-regra                        to f16900-nr-regra
            perform 2300-mover-regra

            perform 9000-gravar-pd16900
            if   not ws-operacao-ok
                 string "Erro ao gravar regra - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Regra incluída!"                 to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Lista as regras da empresa a partir da linha 23
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            move 23                                to ws-nr-linha

            initialize                             f16900-regra-fidelidade
            move lnk-cd-empresa                    to f16900-cd-empresa
            move zeros                             to f16900-nr-regra
            perform 9000-str-pd16900-grt
            perform 9000-ler-pd16900-nex

            perform until not ws-operacao-ok
                          or f16900-cd-empresa <> lnk-cd-empresa
                          or ws-nr-linha > 46

                 move f16900-pontos-por-real       to ws-taxa-x
                 move f16900-percentual-bonus      to ws-bonus-x
                 move spaces                       to ws-linha-display
                 string f16900-nr-regra " " f16900-tipo-regra
                        " " f16900-descricao(1:30)
                        " CAT " f16900-cd-categoria
                        " PTS/R$ " ws-taxa-x
                        " BONUS " ws-bonus-x "%"
                        " " f16900-data-inicio " A " f16900-data-fim
                        " " f16900-id-status       into ws-linha-display
                 display ws-linha-display          at line ws-nr-linha col 04
                 add  1                            to ws-nr-linha

                 perform 9000-ler-pd16900-nex

            end-perform

            if   ws-nr-linha equal 23
                 move "Nenhuma regra cadastrada!"  to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Alteração da regra - para encerrar uma campanha basta informar
      *> o fim da vigência ou inativar.
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2250-localizar-regra
            if   not ws-operacao-ok
                 exit section
            end-if

            move f16900-controle-versao            to ws-ver-carimbo-lido

            perform 2200-aceitar-regra
            if   not ws-regra-valida
                 exit section
            end-if

            perform until f-id-status equal "A" or "I"
                 accept f-id-status at line 21 col 34 with update auto-skip
                 move function upper-case(f-id-status) to f-id-status
            end-perform

            perform 2300-mover-regra

            perform 9000-conferir-versao-pd16900
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd16900
            if   not ws-operacao-ok
                 string "Erro ao gravar regra - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Regra alterada!"                 to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Excluir a regra não mexe nos pontos já lançados com ela
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2250-localizar-regra
            if   not ws-operacao-ok
                 exit section
            end-if

            move "Confirma a exclusão desta regra? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   ws-mensagem-opcao-sim
                 delete pd16900
                 if   not ws-operacao-ok
                      string "Erro ao excluir regra - " ws-resultado-acesso into ws-mensagem
                      perform 9000-mensagem
                 else
                      move "Regra excluída!"       to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Extrato de pontos do cliente com o saldo válido (pelo serviço,
      *> que aplica as validades) em pontos e em reais.
       2100-extrato-cliente section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            move zeros                             to f-cd-cliente
            perform until f-cd-cliente <> zeros
                 display "Cliente................:" at line 23 col 09
                 accept f-cd-cliente               at line 23 col 34 with update auto-skip
            end-perform

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move f-cd-cliente                      to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move "Cliente não cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            display f01400-razao-social(1:45)      at line 23 col 45

            move 25                                to ws-nr-linha

            initialize                             f17000-lancamento-fidelidade
            move lnk-cd-empresa                    to f17000-cd-empresa
            move lnk-cd-filial                     to f17000-cd-filial
            move f-cd-cliente                      to f17000-cd-cliente
            move zeros                             to f17000-nr-lancamento
            perform 9000-str-pd17000-grt
            perform 9000-ler-pd17000-nex

            perform until not ws-operacao-ok
                          or f17000-cd-empresa <> lnk-cd-empresa
                          or f17000-cd-filial  <> lnk-cd-filial
                          or f17000-cd-cliente <> f-cd-cliente
                          or ws-nr-linha > 44

                 evaluate true
                      when f17000-credito-compra
                           move "COMPRA"           to ws-ds-lancamento
                      when f17000-credito-devolucao
                           move "DEVOL.RESGATE"    to ws-ds-lancamento
                      when f17000-debito-resgate
                           move "RESGATE"          to ws-ds-lancamento
                      when f17000-debito-estorno
                           move "ESTORNO"          to ws-ds-lancamento
                      when f17000-debito-expiracao
                           move "EXPIRACAO"        to ws-ds-lancamento
                      when other
                           move spaces             to ws-ds-lancamento
                 end-evaluate

                 move f17000-pontos                to ws-pontos-x
                 move f17000-pontos-disponiveis    to ws-disponivel-x
                 move f17000-valor-referencia      to ws-valor-x
                 move spaces                       to ws-linha-display
                 if   f17000-lancamento-credito
                      string f17000-data-lancamento " " ws-ds-lancamento
                             " NF " f17000-numero-documento "/" f17000-serie-documento
                             " R$ " ws-valor-x
                             " PONTOS " ws-pontos-x
                             " DISP " ws-disponivel-x
                             " VALIDADE " f17000-data-validade into ws-linha-display
                 else
                      string f17000-data-lancamento " " ws-ds-lancamento
                             " NF " f17000-numero-documento "/" f17000-serie-documento
                             " R$ " ws-valor-x
                             " PONTOS -" ws-pontos-x   into ws-linha-display
                 end-if
                 display ws-linha-display          at line ws-nr-linha col 04
                 add  1                            to ws-nr-linha

                 perform 9000-ler-pd17000-nex

            end-perform

            initialize                             lk-parametros-fidelidade
            set  lk-fid-saldo                      to true
            move lnk-cd-filial                     to lk-fid-cd-filial
            move f-cd-cliente                      to lk-fid-cd-cliente
            move lk-parametros-fidelidade          to lnk-linha-comando
            call c-servico-fidelidade using lnk-par
            cancel c-servico-fidelidade
            move lnk-linha-comando                 to lk-parametros-fidelidade
            move spaces                            to lnk-linha-comando

            move lk-fid-pontos                     to ws-pontos-x
            move lk-fid-valor                      to ws-valor-x
            string "Saldo válido: " ws-pontos-x " pontos = R$ " ws-valor-x into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2200-aceitar-regra section.

            set  ws-regra-valida                   to false

            perform until f-tipo-regra equal "G" or "C" or "B"
                 accept f-tipo-regra at line 13 col 34 with update auto-skip
                 move function upper-case(f-tipo-regra) to f-tipo-regra
            end-perform
            accept f-descricao        at line 13 col 51 with update auto-skip

            if   f-tipo-regra not equal "G"
                 accept f-cd-categoria at line 15 col 34 with update auto-skip
            else
                 move zeros                        to f-cd-categoria
            end-if

            if   f-tipo-regra equal "B"
                 move zeros                        to f-pontos-por-real
                 accept f-percentual-bonus at line 17 col 56 with update auto-skip
            else
                 move zeros                        to f-percentual-bonus
                 accept f-pontos-por-real at line 17 col 34 with update auto-skip
            end-if

            accept f-data-inicio      at line 19 col 34 with update auto-skip
            accept f-data-fim         at line 19 col 45 with update auto-skip

            perform 8000-tela

            move f-pontos-por-real                 to ws-pontos-validar
            move f-percentual-bonus                to ws-bonus-validar

            evaluate true
                 when f-tipo-regra equal "C"
                 and  f-cd-categoria equal zeros
                      move "Regra de categoria exige a categoria!" to ws-mensagem
                 when f-tipo-regra not equal "B"
                 and  ws-pontos-validar equal zeros
                      move "Informe os pontos por real!" to ws-mensagem
                 when f-tipo-regra equal "B"
                 and  ws-bonus-validar equal zeros
                      move "Informe o percentual de bônus da campanha!" to ws-mensagem
                 when f-data-inicio not equal zeros
                 and  function test-date-yyyymmdd(f-data-inicio) not equal zeros
                      move "Data de início inválida!" to ws-mensagem
                 when f-data-fim not equal zeros
                 and  function test-date-yyyymmdd(f-data-fim) not equal zeros
                      move "Data de fim inválida!" to ws-mensagem
                 when f-data-fim not equal zeros
                 and  f-data-fim less f-data-inicio
                      move "Fim da vigência anterior ao início!" to ws-mensagem
                 when other
                      set  ws-regra-valida         to true
            end-evaluate

            if   not ws-regra-valida
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2250-localizar-regra section.

            perform until f-nr-regra <> zeros
                 accept f-nr-regra at line 11 col 34 with update auto-skip
            end-perform

            initialize                             f16900-regra-fidelidade
            move lnk-cd-empresa                    to f16900-cd-empresa
            move f-nr-regra                        to f16900-nr-regra
            perform 9000-ler-pd16900-ran
            if   not ws-operacao-ok
                 move "Regra não cadastrada!"      to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       exit.

      *>=================================================================================
       2300-mover-regra section.

            move f-tipo-regra                      to f16900-tipo-regra
            move f-descricao                       to f16900-descricao
            move f-cd-categoria                    to f16900-cd-categoria
            move f-pontos-por-real                 to f16900-pontos-por-real
            move f-percentual-bonus                to f16900-percentual-bonus
            move f-data-inicio                     to f16900-data-inicio
            move f-data-fim                        to f16900-data-fim
            move f-id-status                       to f16900-id-status
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f16900-data-alteracao

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

            if   lnk-permite-consulta
                 move "05 - Extrato Cliente"       to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-regra

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-regra

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão

      *>=================================================================================
       9000-move-registros-frame section.

            move f16900-tipo-regra                 to f-tipo-regra
            move f16900-descricao                  to f-descricao
            move f16900-cd-categoria               to f-cd-categoria
            move f16900-pontos-por-real            to f-pontos-por-real
            move f16900-percentual-bonus           to f-percentual-bonus
            move f16900-data-inicio                to f-data-inicio
            move f16900-data-fim                   to f-data-fim
            move f16900-id-status                  to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR16900.cpy.
       copy CSR17000.cpy.
       copy CSR01400.cpy.
