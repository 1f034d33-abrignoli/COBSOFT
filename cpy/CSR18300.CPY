      *>=================================================================================
       9000-abrir-i-pd18300 section.
           string lnk-dat-path delimited   by "  " "\EFD183.DAT" into wid-pd18300

           open input pd18300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD183.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18300 section.
           string lnk-dat-path delimited   by "  " "\EFD183.DAT" into wid-pd18300

           open output pd18300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD183.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18300 section.
           string lnk-dat-path delimited   by "  " "\EFD183.DAT" into wid-pd18300

           open i-o pd18300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD183.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18300-grt section.

            start pd18300 key is greater f18300-chave

       exit.

      *>=================================================================================
       9000-str-pd18300-ngrt section.

            start pd18300 key is not greater f18300-chave

       exit.

      *>=================================================================================
       9000-ler-pd18300-ran section.

            read pd18300

       exit.

      *>=================================================================================
       9000-ler-pd18300-nex section.

            read pd18300 next

       exit.

      *>=================================================================================
       9000-ler-pd18300-pre section.

            read pd18300 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18300 section.

            write f18300-acao-rnc

       exit.

      *>=================================================================================
       9000-regravar-pd18300 section.

            rewrite f18300-acao-rnc

       exit.
