      *>=================================================================================
       9000-abrir-i-pd14400 section.
           string lnk-dat-path delimited   by "  " "\EFD144.DAT" into wid-pd14400

           open input pd14400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD144.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd14400 section.
           string lnk-dat-path delimited   by "  " "\EFD144.DAT" into wid-pd14400

           open output pd14400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD144.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd14400 section.
           string lnk-dat-path delimited   by "  " "\EFD144.DAT" into wid-pd14400

           open i-o pd14400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD144.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14400-grt section.

            start pd14400 key is greater f14400-chave

       exit.

      *>=================================================================================
       9000-str-pd14400-ngrt section.

            start pd14400 key is not greater f14400-chave

       exit.

      *>=================================================================================
       9000-ler-pd14400-ran section.

            read pd14400

       exit.

      *>=================================================================================
       9000-ler-pd14400-nex section.

            read pd14400 next

       exit.

      *>=================================================================================
       9000-ler-pd14400-pre section.

            read pd14400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd14400 section.

            write f14400-parcela-emprestimo

       exit.

      *>=================================================================================
       9000-regravar-pd14400 section.

            rewrite f14400-parcela-emprestimo

       exit.
