      *>=================================================================================
       9000-abrir-i-pd17800 section.
           string lnk-dat-path delimited   by "  " "\EFD178.DAT" into wid-pd17800

           open input pd17800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD178.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17800 section.
           string lnk-dat-path delimited   by "  " "\EFD178.DAT" into wid-pd17800

           open output pd17800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD178.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17800 section.
           string lnk-dat-path delimited   by "  " "\EFD178.DAT" into wid-pd17800

           open i-o pd17800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD178.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17800-grt section.

            start pd17800 key is greater f17800-chave

       exit.

      *>=================================================================================
       9000-str-pd17800-ngrt section.

            start pd17800 key is not greater f17800-chave

       exit.

      *>=================================================================================
       9000-ler-pd17800-ran section.

            read pd17800

       exit.

      *>=================================================================================
       9000-ler-pd17800-nex section.

            read pd17800 next

       exit.

      *>=================================================================================
       9000-ler-pd17800-pre section.

            read pd17800 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17800 section.

            write f17800-equipamento

       exit.

      *>=================================================================================
       9000-regravar-pd17800 section.

            rewrite f17800-equipamento

       exit.
