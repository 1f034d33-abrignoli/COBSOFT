      *>=================================================================================
       9000-abrir-i-pd18900 section.
           string lnk-dat-path delimited   by "  " "\EFD189.DAT" into wid-pd18900

           open input pd18900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD189.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18900 section.
           string lnk-dat-path delimited   by "  " "\EFD189.DAT" into wid-pd18900

           open output pd18900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD189.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18900 section.
           string lnk-dat-path delimited   by "  " "\EFD189.DAT" into wid-pd18900

           open i-o pd18900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD189.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18900-grt section.

            start pd18900 key is greater f18900-chave

       exit.

      *>=================================================================================
       9000-str-pd18900-ngrt section.

            start pd18900 key is not greater f18900-chave

       exit.

      *>=================================================================================
       9000-ler-pd18900-ran section.

            read pd18900

       exit.

      *>=================================================================================
       9000-ler-pd18900-nex section.

            read pd18900 next

       exit.

      *>=================================================================================
       9000-ler-pd18900-pre section.

            read pd18900 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18900 section.

            write f18900-ocorrencia-entrega

       exit.

      *>=================================================================================
       9000-regravar-pd18900 section.

            rewrite f18900-ocorrencia-entrega

       exit.
