                          or f06000-cd-empresa <> lnk-cd-empresa
                          or f06000-cd-filial  <> lnk-cd-filial

      *> Consignado de fornecedor não é estoque próprio
                 if   f06000-qtde-disponivel not equal zeros
                 and  not f06000-estoque-terceiros
                      perform 2100-valorizar-saldo
                 end-if

