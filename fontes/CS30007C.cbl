
                 if   f-cd-destinatario not equal f05100-cd-destinatario
      *> Regrava o item sob a chave com o destinatário corrigido
                      perform 9000-excluir-pd05100
                      move f-cd-destinatario        to f05100-cd-destinatario
                      perform 9000-gravar-pd05100
                      perform 9000-ler-pd05100-ran
