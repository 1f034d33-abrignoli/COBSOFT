      *>=================================================================================
       9000-abrir-i-pd17600 section.
           string lnk-dat-path delimited   by "  " "\EFD176.DAT" into wid-pd17600

           open input pd17600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD176.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17600 section.
           string lnk-dat-path delimited   by "  " "\EFD176.DAT" into wid-pd17600

           open output pd17600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD176.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17600 section.
           string lnk-dat-path delimited   by "  " "\EFD176.DAT" into wid-pd17600

           open i-o pd17600
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD176.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17600-grt section.

            start pd17600 key is greater f17600-chave

       exit.

      *>=================================================================================
       9000-str-pd17600-ngrt section.

            start pd17600 key is not greater f17600-chave

       exit.

      *>=================================================================================
       9000-ler-pd17600-ran section.

            read pd17600

       exit.

      *>=================================================================================
       9000-ler-pd17600-nex section.

            read pd17600 next

       exit.

      *>=================================================================================
       9000-ler-pd17600-pre section.

            read pd17600 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17600 section.

            write f17600-componente-revisao

       exit.

      *>=================================================================================
       9000-regravar-pd17600 section.

            rewrite f17600-componente-revisao

       exit.
