       fd   pd19500.

      *> Chaves substitutas das dimensões da extração para BI
      *> (CS00146S): cada chave natural (empresa/filial/código) recebe
      *> um número que nunca muda nem é reaproveitado, de modo que os
      *> fatos já carregados continuam apontando para a mesma linha da
      *> dimensão. O registro com chave natural em branco guarda a
      *> última chave atribuída ao tipo de dimensão.
       01   f19500-chave-bi.
            03 f19500-cd-empresa                   pic 9(03).
            03 f19500-tipo-dimensao                pic x(03).
               88 f19500-dim-filial                    value "FIL".
               88 f19500-dim-categoria                 value "CAT".
               88 f19500-dim-produto                   value "PRO".
               88 f19500-dim-cliente                   value "CLI".
               88 f19500-dim-vendedor                  value "VEN".
            03 f19500-chave-natural                pic x(30).
            03 f19500-chave-substituta             pic 9(09).
            03 f19500-data-inclusao                pic 9(08).
            03 filler                               pic x(20).
