      *>=================================================================================
       9000-abrir-i-pd15500 section.
           string lnk-dat-path delimited   by "  " "\EFD155.DAT" into wid-pd15500

           open input pd15500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD155.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd15500 section.
           string lnk-dat-path delimited   by "  " "\EFD155.DAT" into wid-pd15500

           open output pd15500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD155.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd15500 section.
           string lnk-dat-path delimited   by "  " "\EFD155.DAT" into wid-pd15500

           open i-o pd15500
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD155.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15500-grt section.

            start pd15500 key is greater f15500-chave

       exit.

      *>=================================================================================
       9000-str-pd15500-ngrt section.

            start pd15500 key is not greater f15500-chave

       exit.

      *>=================================================================================
       9000-ler-pd15500-ran section.

            read pd15500

       exit.

      *>=================================================================================
       9000-ler-pd15500-nex section.

            read pd15500 next

       exit.

      *>=================================================================================
       9000-ler-pd15500-pre section.

            read pd15500 previous

       exit.

      *>=================================================================================
       9000-gravar-pd15500 section.

            write f15500-pdd-titulo

       exit.

      *>=================================================================================
       9000-regravar-pd15500 section.

            rewrite f15500-pdd-titulo

       exit.
