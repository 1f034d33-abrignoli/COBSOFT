      *>=================================================================================
       9000-abrir-i-pd14300 section.
           string lnk-dat-path delimited   by "  " "\EFD143.DAT" into wid-pd14300

           open input pd14300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD143.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14300 section.
           string lnk-dat-path delimited   by "  " "\EFD143.DAT" into wid-pd14300

           open output pd14300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD143.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14300 section.
           string lnk-dat-path delimited   by "  " "\EFD143.DAT" into wid-pd14300

           open i-o pd14300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD143.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14300-grt section.

            start pd14300 key is greater f14300-chave

       exit.

      *>=================================================================================
       9000-str-pd14300-ngrt section.

            start pd14300 key is not greater f14300-chave

       exit.

      *>=================================================================================
       9000-ler-pd14300-ran section.

            read pd14300

       exit.

      *>=================================================================================
       9000-ler-pd14300-nex section.

            read pd14300 next

       exit.

      *>=================================================================================
       9000-ler-pd14300-pre section.

            read pd14300 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14300 section.

            write f14300-contrato-emprestimo

       exit.

      *>=================================================================================
       9000-regravar-pd14300 section.

            rewrite f14300-contrato-emprestimo

       exit.
