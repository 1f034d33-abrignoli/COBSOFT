      *>=================================================================================
       9000-abrir-i-pd16300 section.
           string lnk-dat-path delimited   by "  " "\EFD163.DAT" into wid-pd16300

           open input pd16300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD163.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16300 section.
           string lnk-dat-path delimited   by "  " "\EFD163.DAT" into wid-pd16300

           open output pd16300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD163.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16300 section.
           string lnk-dat-path delimited   by "  " "\EFD163.DAT" into wid-pd16300

           open i-o pd16300
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD163.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16300-grt section.

            start pd16300 key is greater f16300-chave

       exit.

      *>=================================================================================
       9000-str-pd16300-ngrt section.

            start pd16300 key is not greater f16300-chave

       exit.

      *>=================================================================================
       9000-ler-pd16300-ran section.

            read pd16300

       exit.

      *>=================================================================================
       9000-ler-pd16300-nex section.

            read pd16300 next

       exit.

      *>=================================================================================
       9000-ler-pd16300-pre section.

            read pd16300 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16300 section.

            write f16300-grade

       exit.

      *>=================================================================================
       9000-regravar-pd16300 section.

            rewrite f16300-grade

       exit.
