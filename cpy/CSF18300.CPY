       fd   pd18300.

      *> Ações da RNC (pd18200): contenção já vai na própria RNC; aqui
      *> ficam as corretivas e preventivas com responsável e prazo. A
      *> RNC só vai para verificação de eficácia com todas concluídas.
       01   f18300-acao-rnc.
            03 f18300-cd-empresa                   pic 9(03).
            03 f18300-cd-filial                    pic 9(04).
            03 f18300-nr-rnc                       pic 9(09).
            03 f18300-nr-acao                      pic 9(02).
            03 f18300-tipo-acao                    pic x(01).
               88 f18300-acao-corretiva                value "C".
               88 f18300-acao-preventiva               value "P".
            03 f18300-ds-acao                      pic x(60).
            03 f18300-nm-responsavel               pic x(30).
            03 f18300-data-prazo                   pic 9(08).
            03 f18300-data-conclusao               pic 9(08).
            03 f18300-id-status                    pic x(01).
               88 f18300-acao-pendente                 value "P".
               88 f18300-acao-concluida                value "C".
            03 filler                               pic x(20).
