      *>=================================================================================
       9000-abrir-i-pd14600 section.
           string lnk-dat-path delimited   by "  " "\EFD146.DAT" into wid-pd14600

           open input pd14600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD146.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14600 section.
           string lnk-dat-path delimited   by "  " "\EFD146.DAT" into wid-pd14600

           open output pd14600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD146.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14600 section.
           string lnk-dat-path delimited   by "  " "\EFD146.DAT" into wid-pd14600

           open i-o pd14600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD146.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14600-grt section.

            start pd14600 key is greater f14600-chave

       exit.

      *>=================================================================================
       9000-str-pd14600-ngrt section.

            start pd14600 key is not greater f14600-chave

       exit.

      *>=================================================================================
       9000-ler-pd14600-ran section.

            read pd14600

       exit.

      *>=================================================================================
       9000-ler-pd14600-nex section.

            read pd14600 next

       exit.

      *>=================================================================================
       9000-ler-pd14600-pre section.

            read pd14600 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14600 section.

            write f14600-compensacao-adiantamento

       exit.

      *>=================================================================================
       9000-regravar-pd14600 section.

            rewrite f14600-compensacao-adiantamento

       exit.
