      *>=================================================================================
       9000-abrir-i-pd15300 section.
           string lnk-dat-path delimited   by "  " "\EFD153.DAT" into wid-pd15300

           open input pd15300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD153.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15300 section.
           string lnk-dat-path delimited   by "  " "\EFD153.DAT" into wid-pd15300

           open output pd15300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD153.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15300 section.
           string lnk-dat-path delimited   by "  " "\EFD153.DAT" into wid-pd15300

           open i-o pd15300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD153.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15300-grt section.

            start pd15300 key is greater f15300-chave

       exit.

      *>=================================================================================
       9000-str-pd15300-ngrt section.

            start pd15300 key is not greater f15300-chave

       exit.

      *>=================================================================================
       9000-ler-pd15300-ran section.

            read pd15300

       exit.

      *>=================================================================================
       9000-ler-pd15300-nex section.

            read pd15300 next

       exit.

      *>=================================================================================
       9000-ler-pd15300-pre section.

            read pd15300 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15300 section.

            write f15300-titulo-descontado

       exit.

      *>=================================================================================
       9000-regravar-pd15300 section.

            rewrite f15300-titulo-descontado

       exit.
