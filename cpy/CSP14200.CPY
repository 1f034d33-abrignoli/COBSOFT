      *>=================================================================================
      *> Rotinas Genéricas - Período contábil (bloqueio de lançamentos)
      *>=================================================================================
      *> Abertura dos períodos contábeis para consulta por quem grava
      *> lançamentos gerenciais - criado vazio na primeira execução
      *> (todas as competências abertas).
       9000-abrir-periodo-contabil section.

            string lnk-dat-path delimited   by "  " "\EFD142.DAT" into wid-pd14200
            open input pd14200
            if   ws-arquivo-inexistente
                 open output pd14200
                 close pd14200
                 open input pd14200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD142.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
      *> Competência em ws-ano-mes-contabil fechada no CS10051C? Sem
      *> registro ou reaberta, está aberta para lançamento.
       9000-verificar-periodo-contabil section.

            set  ws-periodo-contabil-fechado        to false

            initialize                              f14200-periodo-contabil
            move lnk-cd-empresa                     to f14200-cd-empresa
            move lnk-cd-filial                      to f14200-cd-filial
            move ws-ano-mes-contabil                to f14200-ano-mes
            perform 9000-ler-pd14200-ran
            if   ws-operacao-ok
            and  f14200-periodo-fechado
                 set  ws-periodo-contabil-fechado   to true
            end-if

            move "00"                               to ws-resultado-acesso

       exit.
