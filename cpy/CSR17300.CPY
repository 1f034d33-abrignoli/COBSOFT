      *>=================================================================================
       9000-abrir-i-pd17300 section.
           string lnk-dat-path delimited   by "  " "\EFD173.DAT" into wid-pd17300

           open input pd17300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD173.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17300 section.
           string lnk-dat-path delimited   by "  " "\EFD173.DAT" into wid-pd17300

           open output pd17300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD173.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17300 section.
           string lnk-dat-path delimited   by "  " "\EFD173.DAT" into wid-pd17300

           open i-o pd17300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD173.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17300-grt section.

            start pd17300 key is greater f17300-chave

       exit.

      *>=================================================================================
       9000-str-pd17300-ngrt section.

            start pd17300 key is not greater f17300-chave

       exit.

      *>=================================================================================
       9000-ler-pd17300-ran section.

            read pd17300

       exit.

      *>=================================================================================
       9000-ler-pd17300-nex section.

            read pd17300 next

       exit.

      *>=================================================================================
       9000-ler-pd17300-pre section.

            read pd17300 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17300 section.

            write f17300-previsao-demanda

       exit.

      *>=================================================================================
       9000-regravar-pd17300 section.

            rewrite f17300-previsao-demanda

       exit.
