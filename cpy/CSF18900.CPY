       fd   pd18900.

      *> Ocorrências de entrega informadas pela transportadora no
      *> arquivo OCOREN (PROCEDA), importado pelo CS30040S, por nota do
      *> embarque (pd04900). Entregue e em trânsito são informativas;
      *> recusa, endereço não localizado e demais ficam pendentes para
      *> o atendimento ao cliente até a entrega ou a resolução no
      *> CS30009C.
       01   f18900-ocorrencia-entrega.
            03 f18900-cd-empresa                   pic 9(03).
            03 f18900-cd-filial                    pic 9(04).
            03 f18900-numero-documento             pic 9(09).
            03 f18900-serie-documento              pic x(03).
            03 f18900-nr-sequencia                 pic 9(03).
            03 f18900-nr-embarque                  pic 9(09).
            03 f18900-cd-transportador             pic 9(09).
            03 f18900-cd-ocorrencia-edi            pic 9(02).
            03 f18900-tipo-ocorrencia              pic x(01).
               88 f18900-em-transito                   value "T".
               88 f18900-entregue                      value "E".
               88 f18900-recusada                      value "R".
               88 f18900-endereco-nao-localizado       value "L".
               88 f18900-outra-ocorrencia              value "O".
            03 f18900-data-ocorrencia              pic 9(08).
            03 f18900-hora-ocorrencia              pic 9(04).
            03 f18900-ds-ocorrencia                pic x(70).
            03 f18900-data-importacao              pic 9(08).
            03 f18900-nm-arquivo                   pic x(50).
            03 f18900-id-situacao                  pic x(01).
               88 f18900-ocorrencia-pendente           value "P".
               88 f18900-ocorrencia-resolvida          value "R".
               88 f18900-ocorrencia-informativa        value "I".
            03 f18900-data-resolucao               pic 9(08).
            03 f18900-id-usuario-resolucao         pic x(11).
            03 f18900-ds-resolucao                 pic x(55).
            03 filler                               pic x(20).
