      *>=================================================================================
       9000-abrir-i-pd17000 section.
           string lnk-dat-path delimited   by "  " "\EFD170.DAT" into wid-pd17000

           open input pd17000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD170.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-o-pd17000 section.
           string lnk-dat-path delimited   by "  " "\EFD170.DAT" into wid-pd17000

           open output pd17000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD170.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-io-pd17000 section.
           string lnk-dat-path delimited   by "  " "\EFD170.DAT" into wid-pd17000

           open i-o pd17000
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD170.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17000-grt section.

            start pd17000 key is greater f17000-chave

       exit.

      *>=================================================================================
       9000-str-pd17000-ngrt section.

            start pd17000 key is not greater f17000-chave

       exit.

      *>=================================================================================
       9000-ler-pd17000-ran section.

            read pd17000

       exit.

      *>=================================================================================
       9000-ler-pd17000-nex section.

            read pd17000 next

       exit.

      *>=================================================================================
       9000-ler-pd17000-pre section.

            read pd17000 previous

       exit.

      *>=================================================================================
       9000-gravar-pd17000 section.

            write f17000-lancamento-fidelidade

       exit.

      *>=================================================================================
       9000-regravar-pd17000 section.

            rewrite f17000-lancamento-fidelidade

       exit.
