           select pd19500 assign to disk wid-pd19500
                organization        is indexed
                access mode         is dynamic
                record key          is f19500-chave =
                                       f19500-cd-empresa
                                       f19500-tipo-dimensao
                                       f19500-chave-natural
                lock mode           is manual
                file status         is ws-resultado-acesso.
