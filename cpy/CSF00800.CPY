       
       01   f00800-usuario.
            03 f00800-id-usuario                   pic 9(11).
      *> Posição da antiga senha em texto claro - sempre em branco; a
      *> senha só existe como hash em f00800-senha-protegida
            03 f00800-area-senha-antiga            pic x(15).
            03 f00800-nome-usuario                 pic x(55).
            03 f00800-data-nascimento              pic 9(08).
            03 f00800-sexo                         pic x(01).
            03 f00800-codigos-emergencia.
               05 f00800-cod-emergencia            occurs 3 times
                                                   pic 9(08).
      *> Formato "H": SHA-256 iterado de salt + senha (serviço CS00147S).
      *> Em branco = sem senha definida - o acesso passa pela
      *> recuperação de login (CS00101S)
            03 f00800-senha-protegida.
               05 f00800-id-formato-senha          pic x(01).
                  88 f00800-senha-hash                 value "H".
               05 f00800-salt-senha                pic x(16).
               05 f00800-hash-senha                pic x(64).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f00800-controle-versao.
               05 f00800-nr-versao                 pic 9(06).
               05 f00800-data-versao               pic 9(08).
               05 f00800-hora-versao               pic 9(06).
               05 f00800-id-usuario-versao         pic x(11).
               05 f00800-cd-programa-versao        pic x(08).
            03 filler                              pic x(20).
