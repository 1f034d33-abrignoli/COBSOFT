      *>=================================================================================
       9000-abrir-i-pd18400 section.
           string lnk-dat-path delimited   by "  " "\EFD184.DAT" into wid-pd18400

           open input pd18400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD184.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18400 section.
           string lnk-dat-path delimited   by "  " "\EFD184.DAT" into wid-pd18400

           open output pd18400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD184.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18400 section.
           string lnk-dat-path delimited   by "  " "\EFD184.DAT" into wid-pd18400

           open i-o pd18400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD184.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18400-grt section.

            start pd18400 key is greater f18400-chave

       exit.

      *>=================================================================================
       9000-str-pd18400-ngrt section.

            start pd18400 key is not greater f18400-chave

       exit.

      *>=================================================================================
       9000-ler-pd18400-ran section.

            read pd18400

       exit.

      *>=================================================================================
       9000-ler-pd18400-nex section.

            read pd18400 next

       exit.

      *>=================================================================================
       9000-ler-pd18400-pre section.

            read pd18400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18400 section.

            write f18400-ressarcimento-garantia

       exit.

      *>=================================================================================
       9000-regravar-pd18400 section.

            rewrite f18400-ressarcimento-garantia

       exit.
