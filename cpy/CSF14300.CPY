       fd   pd14300.

      *> Contratos de empréstimo e financiamento (FINAME, capital de
      *> giro), vinculados à conta bancária (pd02800) que recebeu o
      *> principal. O cronograma fica em pd14400 e cada prestação vira
      *> um título a pagar (pd02700) do fornecedor do banco, na faixa
      *> reservada 980.000.000+ (contrato * 1000 + prestação).
      *> Taxa mensal em %; carência em meses só com juros; parcelas =
      *> prestações de amortização após a carência.
       01   f14300-contrato-emprestimo.
            03 f14300-cd-empresa                   pic 9(03).
            03 f14300-cd-filial                    pic 9(04).
            03 f14300-nr-contrato                  pic 9(04).
            03 f14300-ds-contrato                  pic x(40).
            03 f14300-nr-contrato-banco            pic x(20).
            03 f14300-tipo-contrato                pic x(01).
               88 f14300-contrato-finame               value "F".
               88 f14300-contrato-capital-giro         value "G".
               88 f14300-contrato-outros               value "O".
            03 f14300-cd-conta-banco               pic 9(03).
            03 f14300-cd-fornecedor                pic 9(09).
            03 f14300-valor-principal              pic 9(11)v9(02).
            03 f14300-taxa-juros-mes               pic 9(02)v9(04).
            03 f14300-sistema-amortizacao          pic x(01).
               88 f14300-sistema-sac                   value "S".
               88 f14300-sistema-price                 value "P".
            03 f14300-nr-meses-carencia            pic 9(02).
            03 f14300-nr-parcelas                  pic 9(03).
            03 f14300-data-contrato                pic 9(08).
            03 f14300-data-primeiro-vencimento     pic 9(08).
            03 f14300-valor-total-juros            pic 9(11)v9(02).
            03 f14300-data-inclusao                pic 9(08).
            03 f14300-id-usuario                   pic x(11).
            03 f14300-id-status                    pic x(01).
               88 f14300-contrato-ativo                value "A".
               88 f14300-contrato-quitado              value "Q".
               88 f14300-contrato-cancelado            value "C".
            03 f14300-data-encerramento            pic 9(08).
            03 filler                               pic x(30).
