       fd   pd17500.

      *> Revisão da estrutura de produto com a alteração de engenharia
      *> que a originou (CS60007C): a lista de materiais em elaboração
      *> (pd03300, CS60001C) é congelada em pd17600 com a vigência, o
      *> motivo e o solicitante; só vale depois de aprovada. Aprovar
      *> uma revisão encerra a vigência da anterior na véspera do
      *> início da nova. Data fim zero = vigência em aberto. Produto
      *> sem revisão aprovada continua usando pd03300.
       01   f17500-revisao-estrutura.
            03 f17500-cd-empresa                   pic 9(03).
            03 f17500-cd-filial                    pic 9(04).
            03 f17500-cd-produto                   pic 9(09).
            03 f17500-nr-revisao                   pic 9(04).
            03 f17500-data-inicio-vigencia         pic 9(08).
            03 f17500-data-fim-vigencia            pic 9(08).
            03 f17500-ds-motivo                    pic x(55).
            03 f17500-nm-solicitante               pic x(30).
            03 f17500-data-solicitacao             pic 9(08).
            03 f17500-id-usuario-registro          pic x(11).
            03 f17500-id-status                    pic x(01).
               88 f17500-revisao-pendente              value "P".
               88 f17500-revisao-aprovada              value "A".
               88 f17500-revisao-rejeitada             value "R".
            03 f17500-data-aprovacao               pic 9(08).
            03 f17500-id-usuario-aprovacao         pic x(11).
            03 filler                               pic x(20).
