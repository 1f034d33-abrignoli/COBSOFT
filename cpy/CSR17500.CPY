      *>=================================================================================
       9000-abrir-i-pd17500 section.
           string lnk-dat-path delimited   by "  " "\EFD175.DAT" into wid-pd17500

           open input pd17500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD175.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17500 section.
           string lnk-dat-path delimited   by "  " "\EFD175.DAT" into wid-pd17500

           open output pd17500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD175.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17500 section.
           string lnk-dat-path delimited   by "  " "\EFD175.DAT" into wid-pd17500

           open i-o pd17500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD175.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17500-grt section.

            start pd17500 key is greater f17500-chave

       exit.

      *>=================================================================================
       9000-str-pd17500-ngrt section.

            start pd17500 key is not greater f17500-chave

       exit.

      *>=================================================================================
       9000-ler-pd17500-ran section.

            read pd17500

       exit.

      *>=================================================================================
       9000-ler-pd17500-nex section.

            read pd17500 next

       exit.

      *>=================================================================================
       9000-ler-pd17500-pre section.

            read pd17500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17500 section.

            write f17500-revisao-estrutura

       exit.

      *>=================================================================================
       9000-regravar-pd17500 section.

            rewrite f17500-revisao-estrutura

       exit.
