       fd   pd19800.

      *> Liberações de supervisor para conflitos de segregação de
      *> funções: uma linha por regra violada na gravação liberada, com
      *> operador, supervisor, programa de origem e o perfil/usuário
      *> atingido - base do relatório de exceções do CS10059C.
       01   f19800-liberacao-segregacao.
            03 f19800-cd-empresa                   pic 9(03).
            03 f19800-cd-filial                    pic 9(04).
            03 f19800-data-liberacao               pic 9(08).
            03 f19800-nr-sequencia                 pic 9(06).
            03 f19800-hora-liberacao               pic 9(06).
            03 f19800-id-usuario-operador          pic x(11).
            03 f19800-id-usuario-supervisor        pic x(11).
            03 f19800-cd-programa-origem           pic x(08).
            03 f19800-cd-perfil                    pic 9(03).
            03 f19800-id-usuario-afetado           pic 9(11).
            03 f19800-nr-regra                     pic 9(04).
            03 f19800-id-usuario-titular           pic x(11).
            03 filler                               pic x(09).
