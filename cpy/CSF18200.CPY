       fd   pd18200.

      *> Registro de não conformidade (RNC) aberto a partir da
      *> reclamação do cliente (CS20027C): item da NF-e de saída
      *> (pd05100), lote (pd03800) ou número de série (pd12500), a
      *> análise de causa com a contenção, as ações (pd18300) e a
      *> verificação de eficácia. Causa em material de fornecedor gera
      *> a ocorrência de reclamação no scorecard (pd11500, CS40007S).
       01   f18200-rnc.
            03 f18200-cd-empresa                   pic 9(03).
            03 f18200-cd-filial                    pic 9(04).
            03 f18200-nr-rnc                       pic 9(09).
            03 f18200-data-abertura                pic 9(08).
            03 f18200-id-usuario-abertura          pic x(11).
            03 f18200-cd-cliente                   pic 9(09).
            03 f18200-numero-documento             pic 9(09).
            03 f18200-serie-documento              pic x(03).
            03 f18200-sequencia-item               pic 9(09).
            03 f18200-cd-produto                   pic 9(09).
            03 f18200-nr-lote                      pic x(20).
            03 f18200-nr-serie                     pic x(20).
            03 f18200-qtde-reclamada               pic 9(09)v9(04).
            03 f18200-ds-reclamacao                pic x(60).
            03 f18200-cd-causa                     pic x(01).
               88 f18200-causa-nao-analisada           value " ".
               88 f18200-causa-material-fornecedor     value "M".
               88 f18200-causa-processo                value "P".
               88 f18200-causa-mao-obra                value "O".
               88 f18200-causa-armazenagem             value "A".
               88 f18200-causa-transporte              value "T".
               88 f18200-causa-uso-cliente             value "U".
               88 f18200-causa-outra                   value "X".
               88 f18200-causa-valida                  value "M" "P" "O" "A" "T" "U" "X".
            03 f18200-ds-causa-raiz                pic x(60).
            03 f18200-ds-contencao                 pic x(60).
            03 f18200-cd-fornecedor                pic 9(09).
            03 f18200-id-scorecard                 pic x(01).
               88 f18200-enviada-scorecard             value "S".
            03 f18200-data-analise                 pic 9(08).
            03 f18200-data-verificacao             pic 9(08).
            03 f18200-id-usuario-verificacao       pic x(11).
            03 f18200-ds-verificacao               pic x(60).
            03 f18200-id-status                    pic x(01).
               88 f18200-rnc-aberta                    value "A".
               88 f18200-rnc-em-tratamento             value "T".
               88 f18200-rnc-encerrada                 value "E".
            03 filler                               pic x(20).
