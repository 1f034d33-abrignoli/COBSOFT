      $set sourceformat"free"
       program-id. CS00148S.
      *>=================================================================================
      *>
      *>        Conversão de Senhas para Hash - EFD008 (uma execução)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00800.cpy.

            select o00800 assign to disk wid-o00800
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o00800-chave =
                                        o00800-id-usuario
                 alternate key       is o00800-chave-1 =
                                        o00800-email
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.

      *> Leiaute ANTIGO do cadastro de usuários (senha em texto claro),
      *> lido do arquivo renomeado para .OLD. É a fotografia do registro
      *> antes da mudança - não alterar.
       fd   o00800.

       01   o00800-usuario.
            03 o00800-id-usuario                   pic 9(11).
            03 o00800-pw-usuario                   pic x(15).
            03 o00800-nome-usuario                 pic x(55).
            03 o00800-data-nascimento              pic 9(08).
            03 o00800-sexo                         pic x(01).
            03 o00800-email                        pic x(55).
            03 o00800-id-atribuir-acesso           pic x(01).
            03 o00800-id-status-usuario            pic x(01).
            03 o00800-id-trocar-senha              pic x(01).
            03 o00800-id-perfil-especial           pic x(01).
            03 o00800-data-criacao                 pic 9(08).
            03 o00800-hora-criacao                 pic 9(08).
            03 o00800-data-ultimo-login            pic 9(08).
            03 o00800-hora-ultimo-login            pic 9(08).
            03 o00800-maquina-login                pic x(55).
            03 o00800-data-alteracao-senha         pic 9(08).
            03 o00800-nr-tentativas-invalidas      pic 9(02).
            03 o00800-id-2fa                       pic x(01).
            03 o00800-chave-2fa                    pic 9(16).
            03 o00800-codigos-emergencia           pic 9(24).
            03 filler                              pic x(20).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00148S".
       78   c-descricao-programa                   value "CONVERSAO DE SENHAS".

       copy CSW00900.cpy.

       01   ws-wid-arquivos-antigos.
            03 wid-o00800                          pic x(255).

       01   ws-campos-trabalho.
            03 ws-nr-convertidos                   pic 9(09).
            03 ws-nr-convertidos-x                 pic z(08)9.
            03 ws-nr-sem-senha                     pic 9(09).
            03 ws-nr-sem-senha-x                   pic z(08)9.
            03 ws-id-fim-arquivo                   pic x(01).
               88 ws-fim-arquivo                       value "S" false "N".

      *> Mesmo leiaute de lk-senha em CS00147S
       01   lk-senha.
            03 lk-sen-funcao                       pic x(01).
               88 lk-sen-gerar                         value "G".
               88 lk-sen-conferir                      value "C".
               88 lk-sen-nova-senha                    value "N".
            03 lk-sen-senha                        pic x(15).
            03 lk-sen-protegida.
               05 lk-sen-id-formato                pic x(01).
                  88 lk-sen-formato-hash               value "H".
               05 lk-sen-salt                      pic x(16).
               05 lk-sen-hash                      pic x(64).
            03 lk-sen-id-retorno                   pic x(01).
               88 lk-sen-ok                            value "S" false "N".

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

       exit.

      *>=================================================================================
      *> Conversão única do cadastro de usuários para a senha em hash:
      *> renomear EFD008.DAT para EFD008.OLD no diretório de dados antes
      *> de executar. Cada senha em claro vira salt + hash (a mesma senha
      *> continua entrando) e todos os usuários ficam com a troca
      *> obrigatória no próximo login; quem não tinha senha fica sem
      *> senha até passar pela recuperação de login. Arquivo .OLD
      *> ausente encerra sem fazer nada (já convertido).
       2000-processamento section.

            string lnk-dat-path delimited by "  " "\EFD008.OLD" into wid-o00800
            open input o00800
            if   ws-arquivo-inexistente
                 move "EFD008.OLD não encontrado - conversão de senhas não executada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD008.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited by "  " "\EFD008.DAT" into wid-pd00800
            open output pd00800
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD008.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move zeros                              to ws-nr-convertidos
                                                       ws-nr-sem-senha
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o00800 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
      *> Os 287 bytes antigos antes do filler são idênticos ao início do
      *> registro novo; a posição da senha fica em branco
                      initialize                    f00800-usuario
                      move o00800-usuario(1:287)
                           to f00800-usuario(1:287)
                      move spaces                   to f00800-area-senha-antiga
                                                       f00800-senha-protegida

                      if   o00800-pw-usuario not equal spaces
                           initialize               lk-senha
                           set  lk-sen-gerar        to true
                           move o00800-pw-usuario   to lk-sen-senha
                           call c-servico-senha using lnk-par lk-senha
                           move lk-sen-protegida    to f00800-senha-protegida
                      else
                           add  1                   to ws-nr-sem-senha
                      end-if
                      set  f00800-trocar-senha      to true

                      perform 9000-gravar-pd00800
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD008.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o00800
            close pd00800
            cancel c-servico-senha

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move ws-nr-sem-senha                    to ws-nr-sem-senha-x
            move spaces                             to ws-mensagem
            string "EFD008: " ws-nr-convertidos-x " usuário(s) convertido(s), " ws-nr-sem-senha-x
                   " sem senha. Confira e remova o EFD008.OLD." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       3000-finalizacao section.

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00800.cpy.
