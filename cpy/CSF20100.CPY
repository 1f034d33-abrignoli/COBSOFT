       fd   pd20100.

      *> Journal de transações: cada inclusão, alteração e exclusão nos
      *> arquivos de dados com imagem antes/depois do registro. Gravado
      *> pelo CS00152S, rotacionado e catalogado pelo backup (CS00112S)
      *> e reaplicado pela recuperação forward (CS00153S).
       01   f20100-journal.
            03 f20100-data-movimento               pic 9(08).
            03 f20100-hora-movimento               pic 9(08).
            03 f20100-cd-programa                  pic x(08).
            03 f20100-id-usuario                   pic x(11).
            03 f20100-cd-empresa                   pic 9(03).
            03 f20100-cd-filial                    pic 9(04).
            03 f20100-tipo-operacao                pic x(01).
               88 f20100-inclusao                      value "I".
               88 f20100-alteracao                     value "A".
               88 f20100-exclusao                      value "E".
            03 f20100-nome-arquivo                 pic x(06).
            03 f20100-imagem-antes                 pic x(600).
            03 f20100-imagem-depois                pic x(600).
            03 filler                              pic x(20).
