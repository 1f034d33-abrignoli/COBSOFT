       fd   pd20500.

      *> Extrato de embalagens retornáveis do cliente. A remessa guarda
      *> em qtde-em-aberto o que ainda não voltou: devolução e cobrança
      *> baixam as remessas mais antigas primeiro, e a remessa em aberto
      *> depois da data-limite é a cobrada pelo CS30047S (data-limite
      *> zerada: embalagem sem prazo, não é cobrada). Na cobrança o
      *> documento é o título gerado no contas a receber.
       01   f20500-movimento-embalagem.
            03 f20500-cd-empresa                   pic 9(03).
            03 f20500-cd-filial                    pic 9(04).
            03 f20500-cd-cliente                   pic 9(09).
            03 f20500-cd-embalagem                 pic 9(09).
            03 f20500-data-movimento               pic 9(08).
            03 f20500-nr-sequencia                 pic 9(06).
            03 f20500-id-tipo-movimento            pic x(01).
               88 f20500-remessa                       value "R".
               88 f20500-devolucao                     value "D".
               88 f20500-cobranca                      value "C".
               88 f20500-estorno                       value "E".
            03 f20500-qtde-movimento               pic 9(09).
            03 f20500-qtde-em-aberto               pic 9(09).
            03 f20500-data-limite                  pic 9(08).
            03 f20500-numero-documento             pic 9(09).
            03 f20500-serie-documento              pic x(03).
            03 f20500-hora-movimento               pic 9(06).
            03 f20500-id-usuario                   pic x(11).
            03 f20500-observacao                   pic x(40).
      *> Remessa: NF-e de venda que levou as embalagens (estornada com
      *> o cancelamento da venda)
            03 f20500-numero-doc-origem            pic 9(09).
            03 f20500-serie-doc-origem             pic x(03).
            03 filler                               pic x(08).
