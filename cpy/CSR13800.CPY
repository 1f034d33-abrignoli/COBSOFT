      *>=================================================================================
       9000-abrir-i-pd13800 section.
           string lnk-dat-path delimited   by "  " "\EFD138.DAT" into wid-pd13800

           open input pd13800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD138.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd13800 section.
           string lnk-dat-path delimited   by "  " "\EFD138.DAT" into wid-pd13800

           open output pd13800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD138.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd13800 section.
           string lnk-dat-path delimited   by "  " "\EFD138.DAT" into wid-pd13800

           open i-o pd13800
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD138.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13800-grt section.

            start pd13800 key is greater f13800-chave

       exit.

      *>=================================================================================
       9000-str-pd13800-ngrt section.

            start pd13800 key is not greater f13800-chave

       exit.

      *>=================================================================================
       9000-ler-pd13800-ran section.

            read pd13800

       exit.

      *>=================================================================================
       9000-ler-pd13800-nex section.

            read pd13800 next

       exit.

      *>=================================================================================
       9000-ler-pd13800-pre section.

            read pd13800 previous

       exit.

      *>=================================================================================
       9000-gravar-pd13800 section.

            write f13800-retencao-titulo

       exit.

      *>=================================================================================
       9000-regravar-pd13800 section.

            rewrite f13800-retencao-titulo

       exit.
