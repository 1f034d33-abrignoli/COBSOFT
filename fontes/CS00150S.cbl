      $set sourceformat"free"
       program-id. CS00150S.
      *>=================================================================================
      *>
      *>           Relatório de Usuários em Conflito de Segregação de Funções
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00150S".
       78   c-descricao-programa                   value "CONFLITOS DE SEGREGACAO".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ix-conflito                      pic 9(02).
            03 ws-nr-usuarios                      pic 9(07).
            03 ws-nr-usuarios-conflito             pic 9(07).
            03 ws-nr-conflitos                     pic 9(07).
            03 ws-contagem-x                       pic z.zzz.zz9.
            03 ws-ds-status-usuario                pic x(10).

      *> Mesmo leiaute de lk-segregacao em CS00149S
       01   lk-segregacao.
            03 lk-sod-funcao                       pic x(01).
               88 lk-sod-verificar-perfil              value "P".
               88 lk-sod-verificar-usuario             value "U".
               88 lk-sod-listar-usuario                value "L".
            03 lk-sod-cd-programa-origem           pic x(08).
            03 lk-sod-cd-perfil                    pic 9(03).
            03 lk-sod-id-usuario                   pic 9(11).
            03 lk-sod-qtd-itens                    pic 9(03).
            03 lk-sod-item occurs 200 times.
               05 lk-sod-cd-programa               pic x(08).
               05 lk-sod-id-consulta               pic x(01).
               05 lk-sod-id-inclusao               pic x(01).
               05 lk-sod-id-manutencao             pic x(01).
               05 lk-sod-id-exclusao               pic x(01).
            03 lk-sod-id-retorno                   pic x(01).
               88 lk-sod-liberado                      value "S" false "N".
            03 lk-sod-qtd-conflitos                pic 9(02).
            03 lk-sod-conflito occurs 20 times.
               05 lk-sod-nr-regra                  pic 9(04).
               05 lk-sod-id-usuario-conflito       pic 9(11).
               05 lk-sod-cd-programa-a             pic x(08).
               05 lk-sod-id-operacao-a             pic x(01).
               05 lk-sod-cd-programa-b             pic x(08).
               05 lk-sod-id-operacao-b             pic x(01).
               05 lk-sod-descricao-regra           pic x(50).

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

            perform 9000-abrir-i-pd00800

            move zeros                              to ws-nr-usuarios
                                                       ws-nr-usuarios-conflito
                                                       ws-nr-conflitos

       exit.

      *>=================================================================================
      *> Todos os usuários não inativos, com a soma atual de perfis e
      *> acessos diretos na empresa/filial conferida contra a matriz de
      *> segregação (pd19700) - uma linha por regra violada. Conflitos
      *> já liberados por supervisor continuam aparecendo: a liberação
      *> vale para a gravação, não apaga o conflito.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "USUARIOS EM CONFLITO DE SEGREGACAO DE FUNCOES - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f00800-usuario
            perform 9000-str-pd00800-gtr
            perform 9000-ler-pd00800-nex

            perform until not ws-operacao-ok

                 if   not f00800-inativo
                      add  1                        to ws-nr-usuarios
                      perform 2100-conferir-usuario
                 end-if

                 perform 9000-ler-pd00800-nex

            end-perform

            cancel c-segregacao-funcoes

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-usuarios                     to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "USUARIOS CONFERIDOS......: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-usuarios-conflito            to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "USUARIOS EM CONFLITO.....: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-conflitos                    to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "CONFLITOS ENCONTRADOS....: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            if   ws-nr-usuarios-conflito greater zeros
                 set  lnk-com-warning               to true
            end-if

            move ws-nr-usuarios-conflito            to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2100-conferir-usuario section.

            initialize                              lk-segregacao
            set  lk-sod-listar-usuario              to true
            move c-este-programa                    to lk-sod-cd-programa-origem
            move f00800-id-usuario                  to lk-sod-id-usuario
            call c-segregacao-funcoes using lnk-par lk-segregacao

            if   lk-sod-qtd-conflitos equal zeros
                 exit section
            end-if

            add  1                                  to ws-nr-usuarios-conflito
            add  lk-sod-qtd-conflitos               to ws-nr-conflitos

            evaluate true
                 when f00800-ativo
                      move "ATIVO"                  to ws-ds-status-usuario
                 when f00800-bloqueado
                      move "BLOQUEADO"              to ws-ds-status-usuario
                 when f00800-em-aprovacao
                      move "APROVACAO"              to ws-ds-status-usuario
                 when other
                      move spaces                   to ws-ds-status-usuario
            end-evaluate

            move spaces                             to rl-linha-relatorio
            string "USUARIO " f00800-id-usuario " " f00800-nome-usuario
                   " " ws-ds-status-usuario into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-conflito from 1 by 1
                    until ws-ix-conflito > lk-sod-qtd-conflitos

                 move spaces                        to rl-linha-relatorio
                 string "   REGRA " lk-sod-nr-regra(ws-ix-conflito)
                        " " lk-sod-cd-programa-a(ws-ix-conflito) "/" lk-sod-id-operacao-a(ws-ix-conflito)
                        " x " lk-sod-cd-programa-b(ws-ix-conflito) "/" lk-sod-id-operacao-b(ws-ix-conflito)
                        " " lk-sod-descricao-regra(ws-ix-conflito)
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00800

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00800.cpy.
