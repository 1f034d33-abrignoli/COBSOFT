      *>=================================================================================
       9000-abrir-i-pd18700 section.
           string lnk-dat-path delimited   by "  " "\EFD187.DAT" into wid-pd18700

           open input pd18700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD187.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18700 section.
           string lnk-dat-path delimited   by "  " "\EFD187.DAT" into wid-pd18700

           open output pd18700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD187.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18700 section.
           string lnk-dat-path delimited   by "  " "\EFD187.DAT" into wid-pd18700

           open i-o pd18700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD187.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18700-grt section.

            start pd18700 key is greater f18700-chave

       exit.

      *>=================================================================================
       9000-str-pd18700-ngrt section.

            start pd18700 key is not greater f18700-chave

       exit.

      *>=================================================================================
       9000-ler-pd18700-ran section.

            read pd18700

       exit.

      *>=================================================================================
       9000-ler-pd18700-nex section.

            read pd18700 next

       exit.

      *>=================================================================================
       9000-ler-pd18700-pre section.

            read pd18700 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18700 section.

            write f18700-agendamento-recebimento

       exit.

      *>=================================================================================
       9000-regravar-pd18700 section.

            rewrite f18700-agendamento-recebimento

       exit.
