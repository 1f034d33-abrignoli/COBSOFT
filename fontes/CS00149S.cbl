      $set sourceformat"free"
       program-id. CS00149S.
      *>=================================================================================
      *>
      *>          Segregação de Funções - Conferência da Matriz de Conflitos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS01100.cpy.
       copy CSS01200.cpy.
       copy CSS01300.cpy.
       copy CSS19700.cpy.
       copy CSS19800.cpy.

      *>=================================================================================
       data division.

       copy CSF01100.cpy.
       copy CSF01200.cpy.
       copy CSF01300.cpy.
       copy CSF19700.cpy.
       copy CSF19800.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00149S".
       78   c-descricao-programa                   value "SEGREGACAO DE FUNCOES".
       78   c-autorizar-supervisor                 value "CS00123S".
       78   c-max-regras                           value 500.
       78   c-max-acessos                          value 1000.
       78   c-max-conflitos                        value 20.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ix-regra                         pic 9(04).
            03 ws-ix-acesso                        pic 9(04).
            03 ws-ix-item                          pic 9(04).
            03 ws-id-usuario-verificar             pic 9(11).
            03 ws-cd-perfil-carregar               pic 9(03).
            03 ws-nr-outros-x                      pic z9.
            03 ws-ponteiro                         pic 9(04).
            03 ws-linha-comando-salva              pic x(500).
            03 ws-chave-usuario-perfil             pic x(21).
            03 ws-id-excluir-candidatos            pic x(01).
               88 ws-excluir-candidatos                value "S" false "N".
            03 ws-id-programa-candidato            pic x(01).
               88 ws-programa-candidato                value "S" false "N".
            03 ws-id-acesso-encontrado             pic x(01).
               88 ws-acesso-encontrado                 value "S" false "N".
            03 ws-id-operacao-concedida            pic x(01).
               88 ws-operacao-concedida                value "S" false "N".

      *> Lado da regra em conferência: programa/operação e se o acesso
      *> está no conjunto final (concedido) e se vem da gravação (novo)
       01   ws-lado-regra.
            03 ws-cd-programa-lado                 pic x(08).
            03 ws-id-operacao-lado                 pic x(01).
            03 ws-id-lado-concedido                pic x(01).
               88 ws-lado-concedido                    value "S" false "N".
            03 ws-id-lado-novo                     pic x(01).
               88 ws-lado-novo                         value "S" false "N".
            03 ws-id-lado-a-concedido              pic x(01).
               88 ws-lado-a-concedido                  value "S" false "N".
            03 ws-id-lado-a-novo                   pic x(01).
               88 ws-lado-a-novo                       value "S" false "N".

       01   ws-acesso-entrada.
            03 ws-ent-cd-programa                  pic x(08).
            03 ws-ent-id-consulta                  pic x(01).
            03 ws-ent-id-inclusao                  pic x(01).
            03 ws-ent-id-manutencao                pic x(01).
            03 ws-ent-id-exclusao                  pic x(01).

       01   ws-acesso-teste.
            03 ws-tst-id-consulta                  pic x(01).
            03 ws-tst-id-inclusao                  pic x(01).
            03 ws-tst-id-manutencao                pic x(01).
            03 ws-tst-id-exclusao                  pic x(01).

       01   ws-regras.
            03 ws-qtd-regras                       pic 9(04).
            03 ws-regra occurs 500 times.
               05 ws-reg-nr-regra                  pic 9(04).
               05 ws-reg-cd-programa-a             pic x(08).
               05 ws-reg-id-operacao-a             pic x(01).
               05 ws-reg-cd-programa-b             pic x(08).
               05 ws-reg-id-operacao-b             pic x(01).
               05 ws-reg-descricao-regra           pic x(50).

      *> Acessos que a pessoa já tem (ou mantém) após a gravação
       01   ws-acessos-base.
            03 ws-qtd-base                         pic 9(04).
            03 ws-acesso-base occurs 1000 times.
               05 ws-bas-cd-programa               pic x(08).
               05 ws-bas-id-consulta               pic x(01).
               05 ws-bas-id-inclusao               pic x(01).
               05 ws-bas-id-manutencao             pic x(01).
               05 ws-bas-id-exclusao               pic x(01).

      *> Acessos que a gravação concede
       01   ws-acessos-novos.
            03 ws-qtd-novos                        pic 9(04).
            03 ws-acesso-novo occurs 200 times.
               05 ws-nov-cd-programa               pic x(08).
               05 ws-nov-id-consulta               pic x(01).
               05 ws-nov-id-inclusao               pic x(01).
               05 ws-nov-id-manutencao             pic x(01).
               05 ws-nov-id-exclusao               pic x(01).

      *> Mesmo leiaute de lk-parametros-supervisor em CS00123S
       01   lk-parametros-supervisor.
            03 lk-sup-motivo                       pic x(60).
            03 lk-sup-id-autorizacao               pic x(01).
               88 lk-sup-autorizado                    value "S" false "N".
            03 lk-sup-id-usuario                   pic x(11).
            03 lk-sup-tipo-autorizacao             pic x(01).
               88 lk-sup-liberacao-preco               value "P".
            03 lk-sup-id-usuario-titular           pic x(11).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *> Funções:
      *>   P - perfil alterado: lk-sod-cd-perfil recebe os itens
      *>       informados (substituem os do perfil para os mesmos
      *>       programas); confere o próprio perfil e cada usuário que
      *>       o possui.
      *>   U - usuário recebe o perfil lk-sod-cd-perfil; confere a soma
      *>       dos perfis e acessos diretos (pd01300) do usuário.
      *>   L - lista os conflitos atuais do usuário, sem liberação.
      *> Em P/U só conta conflito em que ao menos um dos lados vem da
      *> gravação; havendo conflito, pede a liberação do supervisor e a
      *> registra em pd19800. lk-sod-liberado diz se a gravação segue.
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
       procedure division using lnk-par lk-segregacao.

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

            move lnk-linha-comando                  to ws-linha-comando-salva

            set  lk-sod-liberado                    to true
            move zeros                              to lk-sod-qtd-conflitos
            set  ws-excluir-candidatos              to false

            string lnk-dat-path delimited   by "  " "\EFD197.DAT" into wid-pd19700
            open input pd19700
            if   ws-arquivo-inexistente
                 open output pd19700
                 close pd19700
                 open input pd19700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD197.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01100
            perform 9000-abrir-i-pd01200
            perform 9000-abrir-i-pd01300

            perform 1100-carregar-regras

       exit.

      *>=================================================================================
      *> Só as regras ativas da empresa/filial
       1100-carregar-regras section.

            move zeros                              to ws-qtd-regras

            initialize                              f19700-regra-segregacao
            move lnk-cd-empresa                     to f19700-cd-empresa
            move lnk-cd-filial                      to f19700-cd-filial
            perform 9000-str-pd19700-grt
            perform 9000-ler-pd19700-nex

            perform until not ws-operacao-ok
                          or f19700-cd-empresa <> lnk-cd-empresa
                          or f19700-cd-filial  <> lnk-cd-filial
                          or ws-qtd-regras     >= c-max-regras

                 if   f19700-regra-ativa
                      add  1                        to ws-qtd-regras
                      move f19700-nr-regra          to ws-reg-nr-regra(ws-qtd-regras)
                      move f19700-cd-programa-a     to ws-reg-cd-programa-a(ws-qtd-regras)
                      move f19700-id-operacao-a     to ws-reg-id-operacao-a(ws-qtd-regras)
                      move f19700-cd-programa-b     to ws-reg-cd-programa-b(ws-qtd-regras)
                      move f19700-id-operacao-b     to ws-reg-id-operacao-b(ws-qtd-regras)
                      move f19700-descricao-regra   to ws-reg-descricao-regra(ws-qtd-regras)
                 end-if

                 perform 9000-ler-pd19700-nex

            end-perform

       exit.

      *>=================================================================================
       2000-processamento section.

            if   ws-qtd-regras equal zeros
                 exit section
            end-if

            evaluate true
                 when lk-sod-verificar-perfil
                      perform 2100-verificar-perfil
                 when lk-sod-verificar-usuario
                      perform 2200-verificar-usuario
                 when lk-sod-listar-usuario
                      perform 2300-listar-usuario
            end-evaluate

            if   lk-sod-qtd-conflitos greater zeros
            and  not lk-sod-listar-usuario
                 perform 2800-liberacao-supervisor
            end-if

       exit.

      *>=================================================================================
      *> O perfil sozinho e, depois, cada usuário que o possui (pd01200
      *> não tem chave por perfil: varre a filial inteira).
       2100-verificar-perfil section.

            perform 2400-carregar-itens-novos

            move zeros                              to ws-qtd-base
            set  ws-excluir-candidatos              to true
            move lk-sod-cd-perfil                   to ws-cd-perfil-carregar
            perform 2410-carregar-perfil

            move zeros                              to ws-id-usuario-verificar
            perform 2700-conferir-regras

            initialize                              f01200-usuario-perfil
            move lnk-cd-empresa                     to f01200-cd-empresa
            move lnk-cd-filial                      to f01200-cd-filial
            perform 9000-str-pd01200-gtr
            perform 9000-ler-pd01200-nex

            perform until not ws-operacao-ok
                          or f01200-cd-empresa <> lnk-cd-empresa
                          or f01200-cd-filial  <> lnk-cd-filial
                          or lk-sod-qtd-conflitos >= c-max-conflitos

                 if   f01200-cd-perfil equal lk-sod-cd-perfil
                      move f01200-chave             to ws-chave-usuario-perfil
                      move f01200-id-usuario        to ws-id-usuario-verificar
                      perform 2420-carregar-usuario
                      perform 2700-conferir-regras

                      *> Reposiciona a varredura depois das leituras do usuário
                      move ws-chave-usuario-perfil  to f01200-chave
                      perform 9000-str-pd01200-gtr
                 end-if

                 perform 9000-ler-pd01200-nex

            end-perform

       exit.

      *>=================================================================================
       2200-verificar-usuario section.

            move zeros                              to ws-qtd-novos

            initialize                              f01100-perfil-modulo
            move lnk-cd-empresa                     to f01100-cd-empresa
            move lnk-cd-filial                      to f01100-cd-filial
            move lk-sod-cd-perfil                   to f01100-cd-perfil
            perform 9000-str-pd01100-gtr
            perform 9000-ler-pd01100-nex

            perform until not ws-operacao-ok
                          or f01100-cd-empresa <> lnk-cd-empresa
                          or f01100-cd-filial  <> lnk-cd-filial
                          or f01100-cd-perfil  <> lk-sod-cd-perfil
                          or ws-qtd-novos      >= 200

                 add  1                             to ws-qtd-novos
                 move f01100-cd-programa            to ws-nov-cd-programa(ws-qtd-novos)
                 move f01100-id-consulta            to ws-nov-id-consulta(ws-qtd-novos)
                 move f01100-id-inclusao            to ws-nov-id-inclusao(ws-qtd-novos)
                 move f01100-id-manutencao          to ws-nov-id-manutencao(ws-qtd-novos)
                 move f01100-id-exclusao            to ws-nov-id-exclusao(ws-qtd-novos)

                 perform 9000-ler-pd01100-nex

            end-perform

            move lk-sod-id-usuario                  to ws-id-usuario-verificar
            perform 2420-carregar-usuario
            perform 2700-conferir-regras

       exit.

      *>=================================================================================
       2300-listar-usuario section.

            move zeros                              to ws-qtd-novos

            move lk-sod-id-usuario                  to ws-id-usuario-verificar
            perform 2420-carregar-usuario
            perform 2700-conferir-regras

       exit.

      *>=================================================================================
       2400-carregar-itens-novos section.

            move zeros                              to ws-qtd-novos

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > lk-sod-qtd-itens
                       or ws-ix-item > 200

                 add  1                             to ws-qtd-novos
                 move lk-sod-cd-programa(ws-ix-item)   to ws-nov-cd-programa(ws-qtd-novos)
                 move lk-sod-id-consulta(ws-ix-item)   to ws-nov-id-consulta(ws-qtd-novos)
                 move lk-sod-id-inclusao(ws-ix-item)   to ws-nov-id-inclusao(ws-qtd-novos)
                 move lk-sod-id-manutencao(ws-ix-item) to ws-nov-id-manutencao(ws-qtd-novos)
                 move lk-sod-id-exclusao(ws-ix-item)   to ws-nov-id-exclusao(ws-qtd-novos)

            end-perform

       exit.

      *>=================================================================================
      *> Soma à base os acessos de ws-cd-perfil-carregar; na alteração de
      *> perfil, os programas informados ficam de fora (valem os novos).
       2410-carregar-perfil section.

            initialize                              f01100-perfil-modulo
            move lnk-cd-empresa                     to f01100-cd-empresa
            move lnk-cd-filial                      to f01100-cd-filial
            move ws-cd-perfil-carregar              to f01100-cd-perfil
            perform 9000-str-pd01100-gtr
            perform 9000-ler-pd01100-nex

            perform until not ws-operacao-ok
                          or f01100-cd-empresa <> lnk-cd-empresa
                          or f01100-cd-filial  <> lnk-cd-filial
                          or f01100-cd-perfil  <> ws-cd-perfil-carregar

                 set  ws-programa-candidato         to false
                 if   ws-excluir-candidatos
                 and  ws-cd-perfil-carregar equal lk-sod-cd-perfil
                      perform 2430-verificar-candidato
                 end-if

                 if   not ws-programa-candidato
                      move f01100-cd-programa       to ws-ent-cd-programa
                      move f01100-id-consulta       to ws-ent-id-consulta
                      move f01100-id-inclusao       to ws-ent-id-inclusao
                      move f01100-id-manutencao     to ws-ent-id-manutencao
                      move f01100-id-exclusao       to ws-ent-id-exclusao
                      perform 2500-acumular-base
                 end-if

                 perform 9000-ler-pd01100-nex

            end-perform

       exit.

      *>=================================================================================
      *> Base do usuário: todos os seus perfis e os acessos diretos.
       2420-carregar-usuario section.

            move zeros                              to ws-qtd-base

            initialize                              f01200-usuario-perfil
            move lnk-cd-empresa                     to f01200-cd-empresa
            move lnk-cd-filial                      to f01200-cd-filial
            move ws-id-usuario-verificar            to f01200-id-usuario
            perform 9000-str-pd01200-gtr
            perform 9000-ler-pd01200-nex

            perform until not ws-operacao-ok
                          or f01200-cd-empresa <> lnk-cd-empresa
                          or f01200-cd-filial  <> lnk-cd-filial
                          or f01200-id-usuario <> ws-id-usuario-verificar

                 move f01200-cd-perfil              to ws-cd-perfil-carregar
                 perform 2410-carregar-perfil

                 perform 9000-ler-pd01200-nex

            end-perform

            initialize                              f01300-usuario-modulo
            move lnk-cd-empresa                     to f01300-cd-empresa
            move lnk-cd-filial                      to f01300-cd-filial
            move ws-id-usuario-verificar            to f01300-id-usuario
            perform 9000-str-pd01300-gtr
            perform 9000-ler-pd01300-nex

            perform until not ws-operacao-ok
                          or f01300-cd-empresa <> lnk-cd-empresa
                          or f01300-cd-filial  <> lnk-cd-filial
                          or f01300-id-usuario <> ws-id-usuario-verificar

                 move f01300-cd-programa            to ws-ent-cd-programa
                 move f01300-id-consulta            to ws-ent-id-consulta
                 move f00130-id-inclusao            to ws-ent-id-inclusao
                 move f01300-id-manutencao          to ws-ent-id-manutencao
                 move f00130-id-exclusao            to ws-ent-id-exclusao
                 perform 2500-acumular-base

                 perform 9000-ler-pd01300-nex

            end-perform

       exit.

      *>=================================================================================
       2430-verificar-candidato section.

            set  ws-programa-candidato              to false

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-qtd-novos
                       or ws-programa-candidato

                 if   ws-nov-cd-programa(ws-ix-item) equal f01100-cd-programa
                      set  ws-programa-candidato    to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Acesso repetido em mais de um perfil soma as permissões
       2500-acumular-base section.

            set  ws-acesso-encontrado               to false

            perform varying ws-ix-acesso from 1 by 1
                    until ws-ix-acesso > ws-qtd-base
                       or ws-acesso-encontrado

                 if   ws-bas-cd-programa(ws-ix-acesso) equal ws-ent-cd-programa
                      set  ws-acesso-encontrado     to true
                      if   ws-ent-id-consulta equal "S"
                           move "S"                 to ws-bas-id-consulta(ws-ix-acesso)
                      end-if
                      if   ws-ent-id-inclusao equal "S"
                           move "S"                 to ws-bas-id-inclusao(ws-ix-acesso)
                      end-if
                      if   ws-ent-id-manutencao equal "S"
                           move "S"                 to ws-bas-id-manutencao(ws-ix-acesso)
                      end-if
                      if   ws-ent-id-exclusao equal "S"
                           move "S"                 to ws-bas-id-exclusao(ws-ix-acesso)
                      end-if
                 end-if

            end-perform

            if   not ws-acesso-encontrado
            and  ws-qtd-base < c-max-acessos
                 add  1                             to ws-qtd-base
                 move ws-acesso-entrada             to ws-acesso-base(ws-qtd-base)
            end-if

       exit.

      *>=================================================================================
      *> Conflito: os dois lados concedidos e, fora da listagem, ao
      *> menos um deles concedido pela gravação.
       2700-conferir-regras section.

            perform varying ws-ix-regra from 1 by 1
                    until ws-ix-regra > ws-qtd-regras
                       or lk-sod-qtd-conflitos >= c-max-conflitos

                 move ws-reg-cd-programa-a(ws-ix-regra) to ws-cd-programa-lado
                 move ws-reg-id-operacao-a(ws-ix-regra) to ws-id-operacao-lado
                 perform 2710-verificar-lado
                 move ws-id-lado-concedido          to ws-id-lado-a-concedido
                 move ws-id-lado-novo               to ws-id-lado-a-novo

                 move ws-reg-cd-programa-b(ws-ix-regra) to ws-cd-programa-lado
                 move ws-reg-id-operacao-b(ws-ix-regra) to ws-id-operacao-lado
                 perform 2710-verificar-lado

                 if   ws-lado-a-concedido
                 and  ws-lado-concedido
                 and (lk-sod-listar-usuario or ws-lado-a-novo or ws-lado-novo)
                      add  1                        to lk-sod-qtd-conflitos
                      move ws-reg-nr-regra(ws-ix-regra)        to lk-sod-nr-regra(lk-sod-qtd-conflitos)
                      move ws-id-usuario-verificar             to lk-sod-id-usuario-conflito(lk-sod-qtd-conflitos)
                      move ws-reg-cd-programa-a(ws-ix-regra)   to lk-sod-cd-programa-a(lk-sod-qtd-conflitos)
                      move ws-reg-id-operacao-a(ws-ix-regra)   to lk-sod-id-operacao-a(lk-sod-qtd-conflitos)
                      move ws-reg-cd-programa-b(ws-ix-regra)   to lk-sod-cd-programa-b(lk-sod-qtd-conflitos)
                      move ws-reg-id-operacao-b(ws-ix-regra)   to lk-sod-id-operacao-b(lk-sod-qtd-conflitos)
                      move ws-reg-descricao-regra(ws-ix-regra) to lk-sod-descricao-regra(lk-sod-qtd-conflitos)
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2710-verificar-lado section.

            set  ws-lado-concedido                  to false
            set  ws-lado-novo                       to false

            perform varying ws-ix-acesso from 1 by 1
                    until ws-ix-acesso > ws-qtd-novos
                       or ws-lado-novo

                 if   ws-nov-cd-programa(ws-ix-acesso) equal ws-cd-programa-lado
                      move ws-nov-id-consulta(ws-ix-acesso)   to ws-tst-id-consulta
                      move ws-nov-id-inclusao(ws-ix-acesso)   to ws-tst-id-inclusao
                      move ws-nov-id-manutencao(ws-ix-acesso) to ws-tst-id-manutencao
                      move ws-nov-id-exclusao(ws-ix-acesso)   to ws-tst-id-exclusao
                      perform 2720-verificar-operacao
                      if   ws-operacao-concedida
                           set  ws-lado-novo        to true
                           set  ws-lado-concedido   to true
                      end-if
                 end-if

            end-perform

            perform varying ws-ix-acesso from 1 by 1
                    until ws-ix-acesso > ws-qtd-base
                       or ws-lado-concedido

                 if   ws-bas-cd-programa(ws-ix-acesso) equal ws-cd-programa-lado
                      move ws-bas-id-consulta(ws-ix-acesso)   to ws-tst-id-consulta
                      move ws-bas-id-inclusao(ws-ix-acesso)   to ws-tst-id-inclusao
                      move ws-bas-id-manutencao(ws-ix-acesso) to ws-tst-id-manutencao
                      move ws-bas-id-exclusao(ws-ix-acesso)   to ws-tst-id-exclusao
                      perform 2720-verificar-operacao
                      if   ws-operacao-concedida
                           set  ws-lado-concedido   to true
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2720-verificar-operacao section.

            set  ws-operacao-concedida              to false

            evaluate ws-id-operacao-lado
                 when "C"
                      if   ws-tst-id-consulta equal "S"
                           set  ws-operacao-concedida to true
                      end-if
                 when "I"
                      if   ws-tst-id-inclusao equal "S"
                           set  ws-operacao-concedida to true
                      end-if
                 when "M"
                      if   ws-tst-id-manutencao equal "S"
                           set  ws-operacao-concedida to true
                      end-if
                 when "E"
                      if   ws-tst-id-exclusao equal "S"
                           set  ws-operacao-concedida to true
                      end-if
                 when "*"
                      if   ws-tst-id-consulta   equal "S"
                      or   ws-tst-id-inclusao   equal "S"
                      or   ws-tst-id-manutencao equal "S"
                      or   ws-tst-id-exclusao   equal "S"
                           set  ws-operacao-concedida to true
                      end-if
            end-evaluate

       exit.

      *>=================================================================================
      *> Mostra o primeiro conflito e pede a liberação. O supervisor não
      *> pode ser o próprio operador nem o usuário atingido.
       2800-liberacao-supervisor section.

            set  lk-sod-liberado                    to false

            move spaces                             to ws-mensagem
            move 1                                  to ws-ponteiro
            string "Conflito de segregação de funções - regra " lk-sod-nr-regra(1) ": "
                   delimited by size
                   lk-sod-descricao-regra(1) delimited by "  "
                   " [" lk-sod-cd-programa-a(1) "/" lk-sod-id-operacao-a(1)
                   " x " lk-sod-cd-programa-b(1) "/" lk-sod-id-operacao-b(1) "]"
                   delimited by size into ws-mensagem with pointer ws-ponteiro
            if   lk-sod-id-usuario-conflito(1) <> zeros
                 string " - usuário " lk-sod-id-usuario-conflito(1)
                        delimited by size into ws-mensagem with pointer ws-ponteiro
            end-if
            if   lk-sod-qtd-conflitos greater 1
                 compute ws-nr-outros-x = lk-sod-qtd-conflitos - 1
                 string " (+" ws-nr-outros-x " outro(s))"
                        delimited by size into ws-mensagem with pointer ws-ponteiro
            end-if
            perform 9000-mensagem

            if   not lnk-execucao-foreground
                 exit section
            end-if

            move "Solicitar liberação do supervisor? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 move "Gravação cancelada - conflito de segregação de funções!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                              lk-parametros-supervisor
            move "CONFLITO DE SEGREGACAO DE FUNCOES" to lk-sup-motivo
            move lk-parametros-supervisor           to lnk-linha-comando
            call c-autorizar-supervisor using lnk-par
            cancel c-autorizar-supervisor
            move lnk-linha-comando                  to lk-parametros-supervisor

            if   not lk-sup-autorizado
                 move "Gravação cancelada - conflito de segregação de funções!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   lk-sup-id-usuario equal lnk-id-usuario
            or  (lk-sod-id-usuario <> zeros and lk-sup-id-usuario equal lk-sod-id-usuario)
                 move "Liberação negada - o supervisor não pode ser o operador nem o usuário atingido!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2810-registrar-liberacao

            set  lk-sod-liberado                    to true

       exit.

      *>=================================================================================
       2810-registrar-liberacao section.

            string lnk-dat-path delimited   by "  " "\EFD198.DAT" into wid-pd19800
            open i-o pd19800
            if   ws-arquivo-inexistente
                 open output pd19800
                 close pd19800
                 open i-o pd19800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD198.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > lk-sod-qtd-conflitos

                 initialize                         f19800-liberacao-segregacao
                 move lnk-cd-empresa                to f19800-cd-empresa
                 move lnk-cd-filial                 to f19800-cd-filial
                 move ws-data-inv                   to f19800-data-liberacao
                 move 1                             to f19800-nr-sequencia
                 move ws-horas(1:6)                 to f19800-hora-liberacao
                 move lnk-id-usuario                to f19800-id-usuario-operador
                 move lk-sup-id-usuario             to f19800-id-usuario-supervisor
                 move lk-sup-id-usuario-titular     to f19800-id-usuario-titular
                 move lk-sod-cd-programa-origem     to f19800-cd-programa-origem
                 move lk-sod-cd-perfil              to f19800-cd-perfil
                 move lk-sod-id-usuario-conflito(ws-ix-item) to f19800-id-usuario-afetado
                 move lk-sod-nr-regra(ws-ix-item)   to f19800-nr-regra

                 perform 9000-gravar-pd19800
                 perform until not ws-registro-existente
                      add  1                        to f19800-nr-sequencia
                      perform 9000-gravar-pd19800
                 end-perform

            end-perform

            close pd19800

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-linha-comando-salva             to lnk-linha-comando

            close pd01100
            close pd01200
            close pd01300
            close pd19700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR01100.cpy.
       copy CSR01200.cpy.
       copy CSR01300.cpy.
       copy CSR19700.cpy.
       copy CSR19800.cpy.
