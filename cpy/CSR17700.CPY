      *>=================================================================================
       9000-abrir-i-pd17700 section.
           string lnk-dat-path delimited   by "  " "\EFD177.DAT" into wid-pd17700

           open input pd17700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD177.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17700 section.
           string lnk-dat-path delimited   by "  " "\EFD177.DAT" into wid-pd17700

           open output pd17700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD177.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17700 section.
           string lnk-dat-path delimited   by "  " "\EFD177.DAT" into wid-pd17700

           open i-o pd17700
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD177.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17700-grt section.

            start pd17700 key is greater f17700-chave

       exit.

      *>=================================================================================
       9000-str-pd17700-ngrt section.

            start pd17700 key is not greater f17700-chave

       exit.

      *>=================================================================================
       9000-ler-pd17700-ran section.

            read pd17700

       exit.

      *>=================================================================================
       9000-ler-pd17700-nex section.

            read pd17700 next

       exit.

      *>=================================================================================
       9000-ler-pd17700-pre section.

            read pd17700 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17700 section.

            write f17700-centro-trabalho

       exit.

      *>=================================================================================
       9000-regravar-pd17700 section.

            rewrite f17700-centro-trabalho

       exit.
