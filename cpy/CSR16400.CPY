      *>=================================================================================
       9000-abrir-i-pd16400 section.
           string lnk-dat-path delimited   by "  " "\EFD164.DAT" into wid-pd16400

           open input pd16400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD164.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16400 section.
           string lnk-dat-path delimited   by "  " "\EFD164.DAT" into wid-pd16400

           open output pd16400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD164.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16400 section.
           string lnk-dat-path delimited   by "  " "\EFD164.DAT" into wid-pd16400

           open i-o pd16400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD164.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16400-grt section.

            start pd16400 key is greater f16400-chave

       exit.

      *>=================================================================================
       9000-str-pd16400-ngrt section.

            start pd16400 key is not greater f16400-chave

       exit.

      *>=================================================================================
       9000-ler-pd16400-ran section.

            read pd16400

       exit.

      *>=================================================================================
       9000-ler-pd16400-nex section.

            read pd16400 next

       exit.

      *>=================================================================================
       9000-ler-pd16400-pre section.

            read pd16400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16400 section.

            write f16400-eixo-grade

       exit.

      *>=================================================================================
       9000-regravar-pd16400 section.

            rewrite f16400-eixo-grade

       exit.
