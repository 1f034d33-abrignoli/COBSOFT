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

      *> Conversão única dos três arquivos cujo registro cresceu:
      *>   EFD050 (mestre de notas)  - PIS/COFINS, DIFAL e natureza
      *>   EFD051 (itens de notas)   - PIS/COFINS por item
      *>   EFD008 (usuários)         - segundo fator e senha em hash
      *> Antes de executar, renomear cada EFDnnn.DAT para EFDnnn.OLD no
      *> diretório de dados; o programa regrava o EFDnnn.DAT no leiaute
      *> novo com os campos acrescentados zerados. Arquivo .OLD ausente
                              until ws-ix-emergencia > 3
                           move zeros to f00800-cod-emergencia(ws-ix-emergencia)
                      end-perform
      *> A senha em claro do leiaute antigo vira hash e a troca passa
      *> a ser obrigatória no próximo login
                      move spaces                   to f00800-area-senha-antiga
                                                       f00800-senha-protegida
                      if   o00800-pw-usuario not equal spaces
                           initialize               lk-senha
                           set  lk-sen-gerar        to true
                           move o00800-pw-usuario   to lk-sen-senha
                           call c-servico-senha using lnk-par lk-senha
                           move lk-sen-protegida    to f00800-senha-protegida
                      end-if
                      set  f00800-trocar-senha      to true

                      perform 9000-gravar-pd00800
                      if   not ws-operacao-ok

            close o00800
            close pd00800
            cancel c-servico-senha

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
