      $set sourceformat"free"
       program-id. CS20029C.
      *>=================================================================================
      *>
      *>            Impressão de Etiquetas - Produto, Lote, Endereço e Volumes
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

      *>=================================================================================
       data division.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS20029C".
       78   c-descricao-programa                   value "ETIQUETAS".
       78   c-imprimir-etiquetas                   value "CS00145S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(19).
            03 ws-nr-etiquetas-x                   pic z.zzz.zz9.

      *> Mesmo leiaute de lk-parametros-etiqueta em CS00145S
       01   lk-parametros-etiqueta.
            03 lk-etq-tipo                         pic x(01).
               88 lk-etq-produto                       value "P".
               88 lk-etq-lote                          value "L".
               88 lk-etq-endereco                      value "E".
               88 lk-etq-volume                        value "V".
            03 lk-etq-cd-produto                   pic 9(09).
            03 lk-etq-cd-deposito                  pic 9(04).
            03 lk-etq-nr-lote                      pic x(20).
            03 lk-etq-nr-embarque                  pic 9(09).
            03 lk-etq-numero-documento             pic 9(09).
            03 lk-etq-serie-documento              pic x(03).
            03 lk-etq-qtde-copias                  pic 9(05).
            03 lk-etq-nr-etiquetas                 pic 9(07).
            03 lk-etq-id-retorno                   pic x(01).
               88 lk-etq-enviada                       value "S" false "N".

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

            initialize                             wf-opcoes-frame

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

            continue

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            if   not lnk-permite-consulta
            and  wf-opcao <> 99
                 exit section
            end-if

            initialize                             lk-parametros-etiqueta

            evaluate wf-opcao
                when 01
                     set  lk-etq-produto           to true
                     perform 2100-etiqueta-produto
                when 02
                     set  lk-etq-lote              to true
                     perform 2100-etiqueta-lote
                when 03
                     set  lk-etq-endereco          to true
                     perform 2100-etiqueta-endereco
                when 04
                     set  lk-etq-volume            to true
                     perform 2100-etiqueta-volume
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2100-etiqueta-produto section.

            perform until lk-etq-cd-produto <> zeros
                 display "Produto...........:"     at line 11 col 03
                 accept lk-etq-cd-produto          at line 11 col 23 with update auto-skip
            end-perform

            perform 2200-copias-e-impressao

       exit.

      *>=================================================================================
      *> Depósito zero: o primeiro depósito em que o lote do produto
      *> estiver registrado.
       2100-etiqueta-lote section.

            perform until lk-etq-cd-produto <> zeros
                 display "Produto...........:"     at line 11 col 03
                 accept lk-etq-cd-produto          at line 11 col 23 with update auto-skip
            end-perform

            perform until lk-etq-nr-lote <> spaces
                 display "Lote..............:"     at line 12 col 03
                 accept lk-etq-nr-lote             at line 12 col 23 with update auto-skip
            end-perform

            display "Deposito (0=todos).:"         at line 13 col 02
            accept lk-etq-cd-deposito              at line 13 col 23 with update auto-skip

            perform 2200-copias-e-impressao

       exit.

      *>=================================================================================
      *> Produto zero: todos os endereços ativos do depósito.
       2100-etiqueta-endereco section.

            perform until lk-etq-cd-deposito <> zeros
                 display "Deposito..........:"     at line 11 col 03
                 accept lk-etq-cd-deposito         at line 11 col 23 with update auto-skip
            end-perform

            display "Produto (0=todos).:"          at line 12 col 03
            accept lk-etq-cd-produto               at line 12 col 23 with update auto-skip

            perform 2200-copias-e-impressao

       exit.

      *>=================================================================================
      *> Nota zero: os volumes de todas as notas do embarque.
       2100-etiqueta-volume section.

            perform until lk-etq-nr-embarque <> zeros
                 display "Embarque..........:"     at line 11 col 03
                 accept lk-etq-nr-embarque         at line 11 col 23 with update auto-skip
            end-perform

            display "NF-e (0=todas)....:"          at line 12 col 03
            accept lk-etq-numero-documento         at line 12 col 23 with update auto-skip

            if   lk-etq-numero-documento <> zeros
                 perform until lk-etq-serie-documento <> spaces
                      display "Serie.............:" at line 13 col 03
                      accept lk-etq-serie-documento at line 13 col 23 with update auto-skip
                 end-perform
            end-if

            perform 2200-copias-e-impressao

       exit.

      *>=================================================================================
       2200-copias-e-impressao section.

            move 1                                 to lk-etq-qtde-copias
            display "Copias............:"          at line 15 col 03
            accept lk-etq-qtde-copias              at line 15 col 23 with update auto-skip

            move lk-parametros-etiqueta            to lnk-linha-comando
            call c-imprimir-etiquetas using lnk-par
            cancel c-imprimir-etiquetas
            move lnk-linha-comando                 to lk-parametros-etiqueta
            move spaces                            to lnk-linha-comando

            if   lk-etq-enviada
                 move lk-etq-nr-etiquetas          to ws-nr-etiquetas-x
                 string "Etiquetas enviadas ao spool: " function trim(ws-nr-etiquetas-x)
                        delimited by size into ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 8000-inicia-frame

       exit.

      *>=================================================================================
      *> Rotinas Genérias - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-consulta
                 move "01 - Produto"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "02 - Lote"                  to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "03 - Endereco"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
                 move "04 - Volumes"               to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
