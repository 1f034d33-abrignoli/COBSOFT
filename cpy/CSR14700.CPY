      *>=================================================================================
       9000-abrir-i-pd14700 section.
           string lnk-dat-path delimited   by "  " "\EFD147.DAT" into wid-pd14700

           open input pd14700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD147.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14700 section.
           string lnk-dat-path delimited   by "  " "\EFD147.DAT" into wid-pd14700

           open output pd14700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD147.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14700 section.
           string lnk-dat-path delimited   by "  " "\EFD147.DAT" into wid-pd14700

           open i-o pd14700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD147.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14700-grt section.

            start pd14700 key is greater f14700-chave

       exit.

      *>=================================================================================
       9000-str-pd14700-ngrt section.

            start pd14700 key is not greater f14700-chave

       exit.

      *>=================================================================================
       9000-ler-pd14700-ran section.

            read pd14700

       exit.

      *>=================================================================================
       9000-ler-pd14700-nex section.

            read pd14700 next

       exit.

      *>=================================================================================
       9000-ler-pd14700-pre section.

            read pd14700 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14700 section.

            write f14700-encontro-contas

       exit.

      *>=================================================================================
       9000-regravar-pd14700 section.

            rewrite f14700-encontro-contas

       exit.
