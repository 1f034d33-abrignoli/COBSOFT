      *>=================================================================================
       9000-abrir-i-pd17200 section.
           string lnk-dat-path delimited   by "  " "\EFD172.DAT" into wid-pd17200

           open input pd17200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD172.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17200 section.
           string lnk-dat-path delimited   by "  " "\EFD172.DAT" into wid-pd17200

           open output pd17200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD172.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17200 section.
           string lnk-dat-path delimited   by "  " "\EFD172.DAT" into wid-pd17200

           open i-o pd17200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD172.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17200-grt section.

            start pd17200 key is greater f17200-chave

       exit.

      *>=================================================================================
       9000-str-pd17200-ngrt section.

            start pd17200 key is not greater f17200-chave

       exit.

      *>=================================================================================
       9000-str-pd17200-grt-1 section.

            start pd17200 key is greater f17200-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd17200-ran-1 section.

            read pd17200 key is f17200-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd17200-ran section.

            read pd17200

       exit.

      *>=================================================================================
       9000-ler-pd17200-nex section.

            read pd17200 next

       exit.

      *>=================================================================================
       9000-ler-pd17200-pre section.

            read pd17200 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17200 section.

            write f17200-produto-promocao

       exit.

      *>=================================================================================
       9000-regravar-pd17200 section.

            rewrite f17200-produto-promocao

       exit.
