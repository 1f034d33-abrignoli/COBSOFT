      *>=================================================================================
       9000-abrir-i-pd18500 section.
           string lnk-dat-path delimited   by "  " "\EFD185.DAT" into wid-pd18500

           open input pd18500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD185.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18500 section.
           string lnk-dat-path delimited   by "  " "\EFD185.DAT" into wid-pd18500

           open output pd18500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD185.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18500 section.
           string lnk-dat-path delimited   by "  " "\EFD185.DAT" into wid-pd18500

           open i-o pd18500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD185.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18500-grt section.

            start pd18500 key is greater f18500-chave

       exit.

      *>=================================================================================
       9000-str-pd18500-ngrt section.

            start pd18500 key is not greater f18500-chave

       exit.

      *>=================================================================================
       9000-ler-pd18500-ran section.

            read pd18500

       exit.

      *>=================================================================================
       9000-ler-pd18500-nex section.

            read pd18500 next

       exit.

      *>=================================================================================
       9000-ler-pd18500-pre section.

            read pd18500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18500 section.

            write f18500-requisicao-compra

       exit.

      *>=================================================================================
       9000-regravar-pd18500 section.

            rewrite f18500-requisicao-compra

       exit.
