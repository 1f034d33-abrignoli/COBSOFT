      *>=================================================================================
       9000-abrir-i-pd16700 section.
           string lnk-dat-path delimited   by "  " "\EFD167.DAT" into wid-pd16700

           open input pd16700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD167.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16700 section.
           string lnk-dat-path delimited   by "  " "\EFD167.DAT" into wid-pd16700

           open output pd16700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD167.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16700 section.
           string lnk-dat-path delimited   by "  " "\EFD167.DAT" into wid-pd16700

           open i-o pd16700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD167.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16700-grt section.

            start pd16700 key is greater f16700-chave

       exit.

      *>=================================================================================
       9000-str-pd16700-ngrt section.

            start pd16700 key is not greater f16700-chave

       exit.

      *>=================================================================================
       9000-ler-pd16700-ran section.

            read pd16700

       exit.

      *>=================================================================================
       9000-ler-pd16700-nex section.

            read pd16700 next

       exit.

      *>=================================================================================
       9000-ler-pd16700-pre section.

            read pd16700 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16700 section.

            write f16700-transacao-tef

       exit.

      *>=================================================================================
       9000-regravar-pd16700 section.

            rewrite f16700-transacao-tef

       exit.
