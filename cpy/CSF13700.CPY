       fd   pd13700.

      *> Regras de retenção na fonte por fornecedor e tipo de serviço:
      *> alíquotas de IRRF, INSS, ISS, PIS, COFINS e CSLL aplicadas
      *> sobre o valor bruto do documento na entrada do contas a pagar
      *> (CS50002C), código do serviço da EFD-Reinf (R-2010, tabela 06)
      *> e natureza do rendimento (R-4020, tabela 01). Fornecedor sem
      *> regra ativa não sofre retenção. Mantido pelo CS10048C.
       01   f13700-regra-retencao.
            03 f13700-cd-empresa                   pic 9(03).
            03 f13700-cd-filial                    pic 9(04).
            03 f13700-cd-fornecedor                pic 9(09).
            03 f13700-cd-tipo-servico              pic 9(03).
            03 f13700-ds-tipo-servico              pic x(40).
            03 f13700-cd-servico-reinf             pic 9(09).
            03 f13700-cd-natureza-rendimento       pic 9(05).
            03 f13700-aliq-irrf                    pic 9(02)v9(02).
            03 f13700-aliq-inss                    pic 9(02)v9(02).
            03 f13700-aliq-iss                     pic 9(02)v9(02).
            03 f13700-aliq-pis                     pic 9(02)v9(02).
            03 f13700-aliq-cofins                  pic 9(02)v9(02).
            03 f13700-aliq-csll                    pic 9(02)v9(02).
            03 f13700-id-status                    pic x(01).
               88 f13700-regra-ativa                   value "A".
               88 f13700-regra-inativa                 value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f13700-controle-versao.
               05 f13700-nr-versao                 pic 9(06).
               05 f13700-data-versao               pic 9(08).
               05 f13700-hora-versao               pic 9(06).
               05 f13700-id-usuario-versao         pic x(11).
               05 f13700-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
