                          or f02600-cd-empresa <> lnk-cd-empresa
                          or f02600-cd-filial  <> lnk-cd-filial

      *> Título de exportação (moeda estrangeira) é recebido por
      *> fechamento de câmbio, não por boleto
                 if   not f02600-titulo-pago
                 and  not f02600-titulo-perda
                 and  not f02600-titulo-renegociado
                 and  f02600-moeda-nacional
                      perform 2300-gerar-boleto
                 end-if

