      *> referencia a NF-e de venda original para validar a garantia
      *> pela data da nota (parâmetro GARANTIA-DIAS); peças aplicadas
      *> em pd10000 baixam estoque; serviço fora de garantia é faturado
      *> com NFS-e (RPS ABRASF) para a mão de obra e NF-e para as peças,
      *> cada uma com o seu título no contas a receber. Número da
      *> NFS-e, código de verificação e situação chegam pelo retorno da
      *> prefeitura (CS00135S).
       01   f09900-ordem-servico.
            03 f09900-cd-empresa                   pic 9(03).
            03 f09900-cd-filial                    pic 9(04).
               88 f09900-os-concluida                  value "C".
               88 f09900-os-faturada                   value "F".
               88 f09900-os-cancelada                  value "X".
            03 f09900-nr-rps                       pic 9(09).
            03 f09900-serie-rps                    pic x(05).
            03 f09900-data-emissao-rps             pic 9(08).
            03 f09900-valor-iss                    pic 9(09)v9(02).
            03 f09900-nr-nfse                      pic 9(15).
            03 f09900-cd-verificacao-nfse          pic x(20).
            03 f09900-id-status-nfse               pic x(01).
               88 f09900-sem-nfse                      value " ".
               88 f09900-rps-enviado                   value "E".
               88 f09900-nfse-autorizada               value "A".
               88 f09900-nfse-rejeitada                value "R".
               88 f09900-nfse-cancelada                value "C".
            03 f09900-ds-motivo-nfse               pic x(55).
            03 f09900-numero-nfe-pecas             pic 9(09).
            03 f09900-serie-nfe-pecas              pic x(03).
            03 filler                               pic x(20).
