      *>=================================================================================
       9000-abrir-i-pd17900 section.
           string lnk-dat-path delimited   by "  " "\EFD179.DAT" into wid-pd17900

           open input pd17900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD179.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17900 section.
           string lnk-dat-path delimited   by "  " "\EFD179.DAT" into wid-pd17900

           open output pd17900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD179.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17900 section.
           string lnk-dat-path delimited   by "  " "\EFD179.DAT" into wid-pd17900

           open i-o pd17900
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD179.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17900-grt section.

            start pd17900 key is greater f17900-chave

       exit.

      *>=================================================================================
       9000-str-pd17900-ngrt section.

            start pd17900 key is not greater f17900-chave

       exit.

      *>=================================================================================
       9000-ler-pd17900-ran section.

            read pd17900

       exit.

      *>=================================================================================
       9000-ler-pd17900-nex section.

            read pd17900 next

       exit.

      *>=================================================================================
       9000-ler-pd17900-pre section.

            read pd17900 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17900 section.

            write f17900-plano-preventivo

       exit.

      *>=================================================================================
       9000-regravar-pd17900 section.

            rewrite f17900-plano-preventivo

       exit.
