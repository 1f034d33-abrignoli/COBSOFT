           select pd20100 assign to disk wid-pd20100
                organization        is sequential
                access mode         is sequential
                file status         is ws-resultado-acesso.
