      *>=================================================================================
       9000-abrir-i-pd20100 section.

           open input pd20100
           if   not ws-operacao-ok

                string "Erro de abertura arquivo EFD201.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem

                perform 9000-mensagem
                perform 9000-abortar

           end-if

       exit.

      *>=================================================================================
       9000-abrir-e-pd20100 section.

           open extend pd20100
           if   ws-arquivo-inexistente
                open output pd20100
           end-if

       exit.

      *>=================================================================================
       9000-ler-pd20100-nex section.

            read pd20100 next

       exit.

      *>=================================================================================
       9000-gravar-pd20100 section.

            write f20100-journal

       exit.
