       fd   pd07200.

      *> Cadastro de impressoras por filial: dispositivo/fila de
      *> impressão, tipo de fluxo (PCL, texto ou ZPL para as
      *> impressoras térmicas de etiquetas) e bandeja padrão. As
      *> saídas impressas passam pelo spool (pd07300) e são dirigidas a
      *> um destes registros.
       01   f07200-impressora.
            03 f07200-tipo-fluxo                   pic x(01).
               88 f07200-fluxo-pcl                     value "P".
               88 f07200-fluxo-texto                   value "T".
               88 f07200-fluxo-zpl                     value "Z".
            03 f07200-bandeja-padrao               pic 9(02).
            03 f07200-id-status                    pic x(01).
               88 f07200-impressora-ativa              value "A".
               88 f07200-impressora-inativa            value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f07200-controle-versao.
               05 f07200-nr-versao                 pic 9(06).
               05 f07200-data-versao               pic 9(08).
               05 f07200-hora-versao               pic 9(06).
               05 f07200-id-usuario-versao         pic x(11).
               05 f07200-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
