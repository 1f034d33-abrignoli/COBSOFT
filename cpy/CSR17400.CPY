      *>=================================================================================
       9000-abrir-i-pd17400 section.
           string lnk-dat-path delimited   by "  " "\EFD174.DAT" into wid-pd17400

           open input pd17400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD174.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17400 section.
           string lnk-dat-path delimited   by "  " "\EFD174.DAT" into wid-pd17400

           open output pd17400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD174.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17400 section.
           string lnk-dat-path delimited   by "  " "\EFD174.DAT" into wid-pd17400

           open i-o pd17400
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD174.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17400-grt section.

            start pd17400 key is greater f17400-chave

       exit.

      *>=================================================================================
       9000-str-pd17400-ngrt section.

            start pd17400 key is not greater f17400-chave

       exit.

      *>=================================================================================
       9000-ler-pd17400-ran section.

            read pd17400

       exit.

      *>=================================================================================
       9000-ler-pd17400-nex section.

            read pd17400 next

       exit.

      *>=================================================================================
       9000-ler-pd17400-pre section.

            read pd17400 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17400 section.

            write f17400-metodo-previsao

       exit.

      *>=================================================================================
       9000-regravar-pd17400 section.

            rewrite f17400-metodo-previsao

       exit.
