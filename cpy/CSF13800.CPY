       fd   pd13800.

      *> Retenções na fonte de um documento do contas a pagar - uma por
      *> fornecedor/documento, gravada na entrada (CS50002C) com o valor
      *> bruto, cada tributo retido e o líquido que foi parcelado em
      *> pd02700. Cada tributo gera o seu título a pagar ao órgão
      *> (fornecedor parametrizado, faixa reservada 970.000.000+), cujo
      *> número fica guardado aqui (ocorrência 1 IRRF, 2 INSS, 3 ISS e
      *> 4 PIS/COFINS/CSLL - os três recolhidos juntos no DARF 5952).
      *> Base da EFD-Reinf (CS00134S - R-2010 e R-4020).
       01   f13800-retencao-titulo.
            03 f13800-cd-empresa                   pic 9(03).
            03 f13800-cd-filial                    pic 9(04).
            03 f13800-cd-fornecedor                pic 9(09).
            03 f13800-numero-documento             pic 9(09).
            03 f13800-serie-documento              pic x(03).
            03 f13800-data-emissao                 pic 9(08).
            03 f13800-cd-tipo-servico              pic 9(03).
            03 f13800-cd-servico-reinf             pic 9(09).
            03 f13800-cd-natureza-rendimento       pic 9(05).
            03 f13800-valor-bruto                  pic 9(09)v9(02).
            03 f13800-valor-irrf                   pic 9(09)v9(02).
            03 f13800-valor-inss                   pic 9(09)v9(02).
            03 f13800-valor-iss                    pic 9(09)v9(02).
            03 f13800-valor-pis                    pic 9(09)v9(02).
            03 f13800-valor-cofins                 pic 9(09)v9(02).
            03 f13800-valor-csll                   pic 9(09)v9(02).
            03 f13800-valor-liquido                pic 9(09)v9(02).
            03 f13800-titulos-orgaos.
               05 f13800-titulo-orgao              occurs 4 times.
                  07 f13800-cd-fornecedor-orgao    pic 9(09).
                  07 f13800-nr-titulo-orgao        pic 9(09).
            03 f13800-data-inclusao                pic 9(08).
            03 f13800-id-usuario-inclusao          pic x(11).
            03 f13800-id-status                    pic x(01).
               88 f13800-retencao-ativa                value "A".
               88 f13800-retencao-cancelada            value "C".
            03 filler                               pic x(20).
