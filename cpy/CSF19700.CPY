       fd   pd19700.

      *> Matriz de segregação de funções: cada regra é um par
      *> programa/operação que não pode ficar com a mesma pessoa (ex.:
      *> incluir fornecedor no CS10013C x aprovar pagamento no
      *> CS50002C). Operação C/I/M/E ou "*" para qualquer acesso ao
      *> programa. Conferida pelo CS00149S na gravação de perfis e de
      *> usuário x perfil; mantida pelo CS10059C.
       01   f19700-regra-segregacao.
            03 f19700-cd-empresa                   pic 9(03).
            03 f19700-cd-filial                    pic 9(04).
            03 f19700-nr-regra                     pic 9(04).
            03 f19700-cd-programa-a                pic x(08).
            03 f19700-id-operacao-a                pic x(01).
            03 f19700-cd-programa-b                pic x(08).
            03 f19700-id-operacao-b                pic x(01).
            03 f19700-descricao-regra              pic x(50).
            03 f19700-id-status                    pic x(01).
               88 f19700-regra-ativa                   value "A".
               88 f19700-regra-inativa                 value "I".
            03 f19700-id-usuario                   pic x(11).
            03 f19700-data-alteracao               pic 9(08).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f19700-controle-versao.
               05 f19700-nr-versao                 pic 9(06).
               05 f19700-data-versao               pic 9(08).
               05 f19700-hora-versao               pic 9(06).
               05 f19700-id-usuario-versao         pic x(11).
               05 f19700-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
