                                       f01400-cd-filial
                                       f01400-cd-cliente
                alternate key       is f01400-chave-1 =
                                       f01400-cgc
                                       with duplicates
                lock mode           is manual
                file status         is ws-resultado-acesso.

