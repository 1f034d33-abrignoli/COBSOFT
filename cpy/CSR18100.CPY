      *>=================================================================================
       9000-abrir-i-pd18100 section.
           string lnk-dat-path delimited   by "  " "\EFD181.DAT" into wid-pd18100

           open input pd18100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD181.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd18100 section.
           string lnk-dat-path delimited   by "  " "\EFD181.DAT" into wid-pd18100

           open output pd18100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD181.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd18100 section.
           string lnk-dat-path delimited   by "  " "\EFD181.DAT" into wid-pd18100

           open i-o pd18100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD181.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18100-grt section.

            start pd18100 key is greater f18100-chave

       exit.

      *>=================================================================================
       9000-str-pd18100-ngrt section.

            start pd18100 key is not greater f18100-chave

       exit.

      *>=================================================================================
       9000-ler-pd18100-ran section.

            read pd18100

       exit.

      *>=================================================================================
       9000-ler-pd18100-nex section.

            read pd18100 next

       exit.

      *>=================================================================================
       9000-ler-pd18100-pre section.

            read pd18100 previous

       exit.

      *>=================================================================================
       9000-gravar-pd18100 section.

            write f18100-peca-manutencao

       exit.

      *>=================================================================================
       9000-regravar-pd18100 section.

            rewrite f18100-peca-manutencao

       exit.
