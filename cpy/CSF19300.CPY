       fd   pd19300.

      *> Canais de venda on-line (loja virtual e marketplaces) que
      *> recebem a publicação de estoque e preço (CS30045S): tabela de
      *> preço do canal (zero = preço vigente), margem de segurança
      *> descontada do disponível e depósito que abastece o canal
      *> (zero = todos os depósitos próprios). Mantido pelo CS30044C.
       01   f19300-canal-venda.
            03 f19300-cd-empresa                   pic 9(03).
            03 f19300-cd-filial                    pic 9(04).
            03 f19300-cd-canal                     pic 9(03).
            03 f19300-ds-canal                     pic x(40).
            03 f19300-nr-tabela                    pic 9(03).
            03 f19300-qtde-margem-seguranca        pic 9(09)v9(04).
            03 f19300-cd-deposito                  pic 9(04).
            03 f19300-data-ultima-publicacao       pic 9(08).
            03 f19300-hora-ultima-publicacao       pic 9(08).
            03 f19300-nr-itens-ultima-publicacao   pic 9(07).
            03 f19300-id-status                    pic x(01).
               88 f19300-canal-ativo                   value "A".
               88 f19300-canal-inativo                 value "I".
            03 f19300-id-usuario                   pic x(11).
            03 filler                               pic x(20).
