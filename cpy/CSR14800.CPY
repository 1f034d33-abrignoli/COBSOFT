      *>=================================================================================
       9000-abrir-i-pd14800 section.
           string lnk-dat-path delimited   by "  " "\EFD148.DAT" into wid-pd14800

           open input pd14800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD148.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14800 section.
           string lnk-dat-path delimited   by "  " "\EFD148.DAT" into wid-pd14800

           open output pd14800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD148.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14800 section.
           string lnk-dat-path delimited   by "  " "\EFD148.DAT" into wid-pd14800

           open i-o pd14800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD148.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14800-grt section.

            start pd14800 key is greater f14800-chave

       exit.

      *>=================================================================================
       9000-str-pd14800-ngrt section.

            start pd14800 key is not greater f14800-chave

       exit.

      *>=================================================================================
       9000-ler-pd14800-ran section.

            read pd14800

       exit.

      *>=================================================================================
       9000-ler-pd14800-nex section.

            read pd14800 next

       exit.

      *>=================================================================================
       9000-ler-pd14800-pre section.

            read pd14800 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14800 section.

            write f14800-item-encontro

       exit.

      *>=================================================================================
       9000-regravar-pd14800 section.

            rewrite f14800-item-encontro

       exit.
