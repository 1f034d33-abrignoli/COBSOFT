      *>=================================================================================
       9000-abrir-i-pd16200 section.
           string lnk-dat-path delimited   by "  " "\EFD162.DAT" into wid-pd16200

           open input pd16200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD162.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd16200 section.
           string lnk-dat-path delimited   by "  " "\EFD162.DAT" into wid-pd16200

           open output pd16200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD162.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd16200 section.
           string lnk-dat-path delimited   by "  " "\EFD162.DAT" into wid-pd16200

           open i-o pd16200
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD162.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16200-grt section.

            start pd16200 key is greater f16200-chave

       exit.

      *>=================================================================================
       9000-str-pd16200-ngrt section.

            start pd16200 key is not greater f16200-chave

       exit.

      *>=================================================================================
       9000-str-pd16200-grt-1 section.

            start pd16200 key is greater f16200-chave-1

       exit.

      *>=================================================================================
       9000-ler-pd16200-ran section.

            read pd16200

       exit.

      *>=================================================================================
       9000-ler-pd16200-nex section.

            read pd16200 next

       exit.

      *>=================================================================================
       9000-ler-pd16200-pre section.

            read pd16200 previous

       exit.

      *>=================================================================================
       9000-gravar-pd16200 section.

            write f16200-emprestimo-equipamento

       exit.

      *>=================================================================================
       9000-regravar-pd16200 section.

            rewrite f16200-emprestimo-equipamento

       exit.
