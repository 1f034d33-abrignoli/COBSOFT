      $set sourceformat"free"
       program-id. CS40014C.
      *>=================================================================================
      *>
      *>          Compras - Requisição Interna com Aprovação por Centro de Custo
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18500.cpy.
       copy CSS09300.cpy.
       copy CSS09400.cpy.
       copy CSS09500.cpy.
       copy CSS01700.cpy.
       copy CSS01800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF18500.cpy.
       copy CSF09300.cpy.
       copy CSF09400.cpy.
       copy CSF09500.cpy.
       copy CSF01700.cpy.
       copy CSF01800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS40014C".
       78   c-descricao-programa                   value "REQUISICAO DE COMPRA".
       78   c-alocar-sequencia                     value "CS00118S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-data-hoje                        pic 9(08).
            03 ws-nr-requisicao                    pic 9(09).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-encontrado                value "S" false "N".
            03 ws-id-item                          pic x(01).
               88 ws-item-encontrado                    value "S" false "N".
            03 ws-id-aprovar                       pic x(01).
               88 ws-aprovar-requisicao                 value "S".
               88 ws-reprovar-requisicao                value "N".
            03 ws-ano-orcamento                    pic 9(04).
            03 ws-valor-orcado                     pic 9(13)v9(02).
            03 ws-valor-realizado                  pic 9(13)v9(02).
            03 ws-valor-comprometido               pic 9(13)v9(02).
            03 ws-saldo-orcamento                  pic s9(13)v9(02).
            03 ws-saldo-x                          pic -.---.---.---.--9,99.
            03 ws-valor-x                          pic z.zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic zzz.zz9,9999.
            03 ws-contador                         pic 9(06).
            03 ws-contador-x                       pic zzz.zz9.

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

       01   f-requisicao.
            03 f-nr-requisicao                     pic 9(09).
            03 f-ds-situacao                       pic x(12).
            03 f-tipo-item                         pic x(01).
            03 f-cd-item                           pic 9(09).
            03 f-descricao-item                    pic x(55).
            03 f-quantidade                        pic zzz.zz9,9999.
            03 f-valor-estimado                    pic zzz.zzz.zz9,99.
            03 f-data-necessidade                  pic 9(08).
            03 f-cd-centro                         pic 9(04).
            03 f-ds-centro                         pic x(55).
            03 f-ds-justificativa                  pic x(55).
            03 f-id-usuario-requisitante           pic x(11).
            03 f-data-requisicao                   pic 9(08).
            03 f-id-usuario-aprovador              pic x(11).
            03 f-data-aprovacao                    pic 9(08).
            03 f-nr-cotacao                        pic 9(09).
            03 f-nr-pedido                         pic 9(09).
            03 f-sequencia-pedido                  pic 9(04).
            03 f-ds-reprovacao                     pic x(55).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-requisicao.
            03 line 11 col 03   pic x(18) value "Requisicao.......:".
            03 line 11 col 22   pic 9(09) from f-nr-requisicao.
            03 line 11 col 47   pic x(09) value "Situacao:".
            03 line 11 col 57   pic x(12) from f-ds-situacao.
            03 line 13 col 03   pic x(18) value "Tipo Item (P/M/D):".
            03 line 13 col 22   pic x(01) from f-tipo-item.
            03 line 13 col 47   pic x(12) value "Codigo Item:".
            03 line 13 col 60   pic 9(09) from f-cd-item.
            03 line 14 col 03   pic x(18) value "Descricao........:".
            03 line 14 col 22   pic x(55) from f-descricao-item.
            03 line 15 col 03   pic x(18) value "Quantidade.......:".
            03 line 15 col 22   pic zzz.zz9,9999 from f-quantidade.
            03 line 15 col 47   pic x(15) value "Valor Estimado:".
            03 line 15 col 63   pic zzz.zzz.zz9,99 from f-valor-estimado.
            03 line 16 col 03   pic x(18) value "Necessidade (DMA):".
            03 line 16 col 22   pic 99/99/9999 from f-data-necessidade.
            03 line 17 col 03   pic x(18) value "Centro de Custo..:".
            03 line 17 col 22   pic 9(04) from f-cd-centro.
            03 line 17 col 28   pic x(55) from f-ds-centro.
            03 line 18 col 03   pic x(18) value "Justificativa....:".
            03 line 18 col 22   pic x(55) from f-ds-justificativa.
            03 line 20 col 03   pic x(18) value "Requisitante.....:".
            03 line 20 col 22   pic x(11) from f-id-usuario-requisitante.
            03 line 20 col 34   pic 9(08) from f-data-requisicao.
            03 line 20 col 47   pic x(10) value "Aprovador:".
            03 line 20 col 58   pic x(11) from f-id-usuario-aprovador.
            03 line 20 col 70   pic 9(08) from f-data-aprovacao.
            03 line 21 col 03   pic x(18) value "Cotacao..........:".
            03 line 21 col 22   pic 9(09) from f-nr-cotacao.
            03 line 21 col 47   pic x(10) value "Pedido...:".
            03 line 21 col 58   pic 9(09) from f-nr-pedido.
            03 line 21 col 68   pic x(01) value "/".
            03 line 21 col 70   pic 9(04) from f-sequencia-pedido.
            03 line 22 col 03   pic x(18) value "Motivo Reprovacao:".
            03 line 22 col 22   pic x(55) from f-ds-reprovacao.

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

            string lnk-dat-path delimited   by "  " "\EFD185.DAT" into wid-pd18500
            open i-o pd18500
            if   ws-arquivo-inexistente
                 open output pd18500
                 close pd18500
                 open i-o pd18500
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD185.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd09300
            perform 9000-abrir-i-pd09400
            perform 9000-abrir-i-pd09500
            perform 9000-abrir-i-pd01700
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

            close pd18500
            close pd09300
            close pd09400
            close pd09500
            close pd01700
            close pd01800

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2200-consulta
                when 03
                     perform 2300-aprovar
                when 04
                     perform 2400-cancelar
                when 05
                     perform 2500-fila-comprador
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Inclusão: qualquer usuário requisita um produto (P), material
      *> (M) ou item sem cadastro (D - descrição livre, o comprador
      *> classifica ao comprar) para um centro de custo ativo.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until exit
                 accept f-tipo-item at line 13 col 22 with update auto-skip
                 move function upper-case(f-tipo-item) to f-tipo-item
                 if   f-tipo-item equal "P" or "M" or "D"
                      exit perform
                 end-if
                 move "Tipo de item inválido! Informe P (Produto), M (Material) ou D (Descrição livre)" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            if   f-tipo-item equal "D"
                 move zeros                        to f-cd-item
                 perform until f-descricao-item <> spaces
                      accept f-descricao-item at line 14 col 22 with update auto-skip
                 end-perform
                 move function upper-case(f-descricao-item) to f-descricao-item
            else
                 perform until exit
                      accept f-cd-item at line 13 col 60 with update auto-skip
                      perform 2110-validar-item
                      if   ws-item-encontrado
                           exit perform
                      end-if
                 end-perform
            end-if
            display frm-requisicao

            perform until f-quantidade <> zeros
                 accept f-quantidade at line 15 col 22 with update auto-skip
            end-perform

            perform until f-valor-estimado <> zeros
                 accept f-valor-estimado at line 15 col 63 with update auto-skip
            end-perform

            accept ws-data-hoje                    from date yyyymmdd
            perform until exit
                 accept f-data-necessidade at line 16 col 22 with update auto-skip
                 move f-data-necessidade           to ws-data
                 move ws-dia                       to ws-dia-inv
                 move ws-mes                       to ws-mes-inv
                 move ws-ano                       to ws-ano-inv
                 if   function test-date-yyyymmdd(ws-data-inv) equal zeros
                 and  ws-data-inv not less ws-data-hoje
                      exit perform
                 end-if
                 move "Data de necessidade inválida ou já passada!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            perform until exit
                 accept f-cd-centro at line 17 col 22 with update auto-skip
                 initialize                        f09300-centro-custo
                 move lnk-cd-empresa               to f09300-cd-empresa
                 move lnk-cd-filial                to f09300-cd-filial
                 move f-cd-centro                  to f09300-cd-centro
                 perform 9000-ler-pd09300-ran
                 if   ws-operacao-ok
                 and  f09300-centro-ativo
                      exit perform
                 end-if
                 move "Centro de custo não cadastrado ou inativo (CS10040C)!" to ws-mensagem
                 perform 9000-mensagem
            end-perform
            move f09300-ds-centro                  to f-ds-centro
            display frm-requisicao

            accept f-ds-justificativa at line 18 col 22 with update auto-skip
            move function upper-case(f-ds-justificativa) to f-ds-justificativa

            move "Confirma inclusão da requisição de compra? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             lk-parametros-sequencia
            string "REQCOMPRA-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            move spaces                            to lnk-linha-comando
            if   lk-seq-valor equal zeros
                 move "Erro na alocação do número da requisição!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f18500-requisicao-compra
            move lnk-cd-empresa                    to f18500-cd-empresa
            move lnk-cd-filial                     to f18500-cd-filial
            move lk-seq-valor                      to f18500-nr-requisicao
            move f-tipo-item                       to f18500-tipo-item
            move f-cd-item                         to f18500-cd-item
            move f-descricao-item                  to f18500-descricao-item
            move f-quantidade                      to f18500-quantidade
            move f-valor-estimado                  to f18500-valor-estimado
            move ws-data-inv                       to f18500-data-necessidade
            move f-cd-centro                       to f18500-cd-centro
            move f-ds-justificativa                to f18500-ds-justificativa
            move ws-data-hoje                      to f18500-data-requisicao
            move lnk-id-usuario                    to f18500-id-usuario-requisitante
            move zeros                             to f18500-data-aprovacao
                                                      f18500-nr-cotacao
                                                      f18500-nr-pedido
                                                      f18500-sequencia-pedido
                                                      f18500-data-atendimento
            set  f18500-requisicao-pendente        to true

            perform 9000-gravar-pd18500
            if   not ws-operacao-ok
                 string "Erro ao gravar requisição - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move spaces                            to ws-mensagem
            string "Requisição " f18500-nr-requisicao " incluída - aguardando aprovação do responsável "
                   f09300-id-responsavel "!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2110-validar-item section.

            set  ws-item-encontrado                 to false

            if   f-tipo-item equal "P"
                 initialize                          f01800-produto
                 move lnk-cd-empresa                 to f01800-cd-empresa
                 move lnk-cd-filial                  to f01800-cd-filial
                 move f-cd-item                      to f01800-cd-produto
                 perform 9000-ler-pd01800-ran
                 if   ws-operacao-ok
                 and  f01800-produto-ativo
                      set ws-item-encontrado         to true
                      move f01800-descricao-produto  to f-descricao-item
                 end-if
            else
                 initialize                          f01700-material
                 move lnk-cd-empresa                 to f01700-cd-empresa
                 move lnk-cd-filial                  to f01700-cd-filial
                 move f-cd-item                      to f01700-cd-material
                 perform 9000-ler-pd01700-ran
                 if   ws-operacao-ok
                 and  f01700-material-ativo
                      set ws-item-encontrado         to true
                      move f01700-descricao-material to f-descricao-item
                 end-if
            end-if

            if   not ws-item-encontrado
                 string "Item [" f-cd-item "] não cadastrado ou inativo!" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2200-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-requisicao

       exit.

      *>=================================================================================
      *> Aprovação pelo responsável do centro de custo (ou usuário
      *> master). Aprovar exige saldo no orçamento anual do centro:
      *> orçado no ano - realizado (rateios dos títulos) - requisições
      *> já aprovadas e ainda não compradas. Reprovar exige o motivo.
       2300-aprovar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-requisicao
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18500-requisicao-pendente
                 move "Requisição não está aguardando aprovação!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f09300-centro-custo
            move lnk-cd-empresa                    to f09300-cd-empresa
            move lnk-cd-filial                     to f09300-cd-filial
            move f18500-cd-centro                  to f09300-cd-centro
            perform 9000-ler-pd09300-ran
            if   not ws-operacao-ok
                 move "Centro de custo da requisição não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f09300-id-responsavel <> lnk-id-usuario
            and  not lnk-login-master
                 move spaces                       to ws-mensagem
                 string "Somente o responsável pelo centro (" f09300-id-responsavel ") aprova a requisição!"
                        into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-hoje                    from date yyyymmdd
            move ws-data-hoje(1:4)                 to ws-ano-orcamento
            perform 2310-saldo-orcamento

            move ws-saldo-orcamento                to ws-saldo-x
            move spaces                            to ws-mensagem
            string "Saldo do orcamento " ws-ano-orcamento " do centro: " ws-saldo-x
                   into ws-mensagem
            display ws-mensagem(1:70)              at line 26 col 03

            move spaces                            to ws-id-aprovar
            perform until ws-aprovar-requisicao or ws-reprovar-requisicao
                 display "Aprovar a requisicao (S/N):" at line 27 col 03
                 accept ws-id-aprovar              at line 27 col 31 with update auto-skip
                 move function upper-case(ws-id-aprovar) to ws-id-aprovar
            end-perform

            if   ws-aprovar-requisicao
                 if   f18500-valor-estimado greater ws-saldo-orcamento
                      move spaces                  to ws-mensagem
                      string "Valor estimado acima do saldo do orçamento do centro (" ws-saldo-x ") - revise a verba no CS10040C!"
                             into ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 move spaces                       to f18500-ds-reprovacao
                 set  f18500-requisicao-aprovada   to true
            else
                 perform until f-ds-reprovacao <> spaces
                      accept f-ds-reprovacao at line 22 col 22 with update auto-skip
                 end-perform
                 move function upper-case(f-ds-reprovacao) to f18500-ds-reprovacao
                 set  f18500-requisicao-reprovada  to true
            end-if

            move ws-data-hoje                      to f18500-data-aprovacao
            move lnk-id-usuario                    to f18500-id-usuario-aprovador

            perform 9000-regravar-pd18500
            if   not ws-operacao-ok
                 string "Erro ao gravar aprovação - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            if   f18500-requisicao-aprovada
                 move "Requisição aprovada - disponível na fila do comprador!" to ws-mensagem
            else
                 move "Requisição reprovada!"      to ws-mensagem
            end-if
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2310-saldo-orcamento section.

            move zeros                             to ws-valor-orcado
                                                      ws-valor-realizado
                                                      ws-valor-comprometido

            initialize                             f09500-orcamento-centro
            move lnk-cd-empresa                    to f09500-cd-empresa
            move lnk-cd-filial                     to f09500-cd-filial
            move f18500-cd-centro                  to f09500-cd-centro
            compute f09500-ano-mes = ws-ano-orcamento * 100 + 1
            perform 9000-str-pd09500-grt
            perform 9000-ler-pd09500-nex

            perform until not ws-operacao-ok
                          or f09500-cd-empresa <> lnk-cd-empresa
                          or f09500-cd-filial  <> lnk-cd-filial
                          or f09500-cd-centro  <> f18500-cd-centro
                          or f09500-ano-mes(1:4) <> ws-ano-orcamento
                 add  f09500-valor-orcado          to ws-valor-orcado
                 perform 9000-ler-pd09500-nex
            end-perform

            initialize                             f09400-rateio-titulo
            move lnk-cd-empresa                    to f09400-cd-empresa
            move lnk-cd-filial                     to f09400-cd-filial
            perform 9000-str-pd09400-grt
            perform 9000-ler-pd09400-nex

            perform until not ws-operacao-ok
                          or f09400-cd-empresa <> lnk-cd-empresa
                          or f09400-cd-filial  <> lnk-cd-filial
                 if   f09400-cd-centro equal f18500-cd-centro
                 and  f09400-ano-mes-entrada(1:4) equal ws-ano-orcamento
                      add  f09400-valor-rateio     to ws-valor-realizado
                 end-if
                 perform 9000-ler-pd09400-nex
            end-perform

      *> Requisições aprovadas e ainda não convertidas em pedido
      *> comprometem a verba - a requisição em análise fica de fora
            move f18500-nr-requisicao              to ws-nr-requisicao

            initialize                             f18500-requisicao-compra
            move lnk-cd-empresa                    to f18500-cd-empresa
            move lnk-cd-filial                     to f18500-cd-filial
            perform 9000-str-pd18500-grt
            perform 9000-ler-pd18500-nex

            perform until not ws-operacao-ok
                          or f18500-cd-empresa <> lnk-cd-empresa
                          or f18500-cd-filial  <> lnk-cd-filial
                 if   f18500-cd-centro equal f09300-cd-centro
                 and  f18500-requisicao-compromete-verba
                 and  f18500-data-aprovacao(1:4) equal ws-ano-orcamento
                 and  f18500-nr-requisicao <> ws-nr-requisicao
                      add  f18500-valor-estimado   to ws-valor-comprometido
                 end-if
                 perform 9000-ler-pd18500-nex
            end-perform

            initialize                             f18500-requisicao-compra
            move lnk-cd-empresa                    to f18500-cd-empresa
            move lnk-cd-filial                     to f18500-cd-filial
            move ws-nr-requisicao                  to f18500-nr-requisicao
            perform 9000-ler-pd18500-ran

            compute ws-saldo-orcamento = ws-valor-orcado
                                       - ws-valor-realizado
                                       - ws-valor-comprometido

       exit.

      *>=================================================================================
       2400-cancelar section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2800-localizar-requisicao
            if   not ws-registro-encontrado
                 exit section
            end-if

            if   not f18500-requisicao-pendente
            and  not f18500-requisicao-aprovada
                 move "Requisição já em cotação, atendida, reprovada ou cancelada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f18500-id-usuario-requisitante <> lnk-id-usuario
            and  not lnk-login-master
                 move "Somente o requisitante cancela a requisição!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma cancelamento da requisição? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f18500-requisicao-cancelada        to true
            perform 9000-regravar-pd18500
            if   not ws-operacao-ok
                 string "Erro ao cancelar requisição - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Requisição cancelada!"            to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Fila do comprador: requisições aprovadas aguardando cotação ou
      *> pedido, em ordem de número, com a data de necessidade, o
      *> requisitante e o centro de custo de cada uma.
       2500-fila-comprador section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                            to rl-linha-relatorio
            string "FILA DO COMPRADOR - REQUISICOES APROVADAS - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial        into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "REQUISICAO T ITEM      DESCRICAO                           QUANTIDADE   VL ESTIMADO NECESSID. CENTRO REQUISITANTE"
                                                   to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move zeros                             to ws-contador

            initialize                             f18500-requisicao-compra
            move lnk-cd-empresa                    to f18500-cd-empresa
            move lnk-cd-filial                     to f18500-cd-filial
            perform 9000-str-pd18500-grt
            perform 9000-ler-pd18500-nex

            perform until not ws-operacao-ok
                          or f18500-cd-empresa <> lnk-cd-empresa
                          or f18500-cd-filial  <> lnk-cd-filial

                 if   f18500-requisicao-aprovada
                      move f18500-quantidade       to ws-qtde-x
                      move f18500-valor-estimado   to ws-valor-x
                      move spaces                  to rl-linha-relatorio
                      string f18500-nr-requisicao " " f18500-tipo-item " "
                             f18500-cd-item " " f18500-descricao-item(1:35) " "
                             ws-qtde-x " " ws-valor-x " " f18500-data-necessidade " "
                             f18500-cd-centro "   " f18500-id-usuario-requisitante
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                      add  1                       to ws-contador
                 end-if

                 perform 9000-ler-pd18500-nex

            end-perform

            move ws-contador                       to ws-contador-x
            move spaces                            to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            string "REQUISICOES NA FILA: " ws-contador-x
                   "  (PRODUTOS: COTACAO CS40005C - PEDIDO DIRETO: CS40001C TIPO R)"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2800-localizar-requisicao section.

            set  ws-registro-encontrado             to false

            perform until f-nr-requisicao <> zeros
                 accept f-nr-requisicao at line 11 col 22 with update auto-skip
            end-perform

            initialize                              f18500-requisicao-compra
            move lnk-cd-empresa                     to f18500-cd-empresa
            move lnk-cd-filial                      to f18500-cd-filial
            move f-nr-requisicao                    to f18500-nr-requisicao
            perform 9000-ler-pd18500-ran
            if   not ws-operacao-ok
                 move "Requisição não encontrada!"  to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-registro-encontrado             to true
            perform 9000-move-registros-frame

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

            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-manutencao
                 move "03 - Aprovar"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-exclusao
                 move "04 - Cancelar"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            if   lnk-permite-consulta
                 move "05 - Fila Comprador"        to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

            display frm-requisicao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-requisicao

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-requisicao
            move f18500-nr-requisicao              to f-nr-requisicao
            evaluate true
                when f18500-requisicao-pendente
                     move "PENDENTE"               to f-ds-situacao
                when f18500-requisicao-aprovada
                     move "APROVADA"               to f-ds-situacao
                when f18500-requisicao-reprovada
                     move "REPROVADA"              to f-ds-situacao
                when f18500-requisicao-em-cotacao
                     move "EM COTACAO"             to f-ds-situacao
                when f18500-requisicao-atendida
                     move "ATENDIDA"               to f-ds-situacao
                when f18500-requisicao-cancelada
                     move "CANCELADA"              to f-ds-situacao
            end-evaluate
            move f18500-tipo-item                  to f-tipo-item
            move f18500-cd-item                    to f-cd-item
            move f18500-descricao-item             to f-descricao-item
            move f18500-quantidade                 to f-quantidade
            move f18500-valor-estimado             to f-valor-estimado
            move f18500-data-necessidade           to ws-data-inv
            move ws-dia-inv                        to ws-dia
            move ws-mes-inv                        to ws-mes
            move ws-ano-inv                        to ws-ano
            move ws-data                           to f-data-necessidade
            move f18500-cd-centro                  to f-cd-centro
            move f18500-ds-justificativa           to f-ds-justificativa
            move f18500-id-usuario-requisitante    to f-id-usuario-requisitante
            move f18500-data-requisicao            to f-data-requisicao
            move f18500-id-usuario-aprovador       to f-id-usuario-aprovador
            move f18500-data-aprovacao             to f-data-aprovacao
            move f18500-nr-cotacao                 to f-nr-cotacao
            move f18500-nr-pedido                  to f-nr-pedido
            move f18500-sequencia-pedido           to f-sequencia-pedido
            move f18500-ds-reprovacao              to f-ds-reprovacao

            initialize                             f09300-centro-custo
            move lnk-cd-empresa                    to f09300-cd-empresa
            move lnk-cd-filial                     to f09300-cd-filial
            move f18500-cd-centro                  to f09300-cd-centro
            perform 9000-ler-pd09300-ran
            if   ws-operacao-ok
                 move f09300-ds-centro             to f-ds-centro
            end-if

            perform 9000-frame-padrao
            display frm-requisicao

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR18500.cpy.
       copy CSR09300.cpy.
       copy CSR09400.cpy.
       copy CSR09500.cpy.
       copy CSR01700.cpy.
       copy CSR01800.cpy.
