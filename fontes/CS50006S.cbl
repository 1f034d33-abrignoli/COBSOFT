       copy CSS02600.cpy.
       copy CSS05000.cpy.
       copy CSS05500.cpy.
       copy CSS15900.cpy.

      *>=================================================================================
       data division.
       copy CSF02600.cpy.
       copy CSF05000.cpy.
       copy CSF05500.cpy.
       copy CSF15900.cpy.

      *>=================================================================================
       working-storage section.
            03 ws-id-condicao                      pic x(01).
               88 ws-condicao-localizada                value "S" false "N".
            03 ws-data-vencimento-util             pic 9(08).
      *> Nota de exportação (pd15900): cada parcela leva a moeda, a taxa
      *> da emissão e sua parte do total na moeda - a diferença de
      *> arredondamento fica na última parcela.
            03 ws-id-exportacao                    pic x(01).
               88 ws-nota-exportacao                    value "S" false "N".
            03 ws-total-parcelas-grv               pic 9(02).
            03 ws-valor-moeda-acumulado            pic 9(11)v9(02).

      *> Mesmo leiaute de lk-parametros-calendario em CS00117S
       01   lk-parametros-calendario.
            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd05500

            string lnk-dat-path delimited   by "  " "\EFD159.DAT" into wid-pd15900
            open input pd15900
            if   ws-arquivo-inexistente
                 open output pd15900
                 close pd15900
                 open input pd15900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD159.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================

            perform 2100-carregar-condicao

            perform 2100-carregar-exportacao

            move f05000-valor-total                 to ws-valor-financiado
            move zeros                              to ws-nr-parcela-grv
            move zeros                              to ws-valor-moeda-acumulado
            move ws-nr-parcelas                     to ws-total-parcelas-grv
            if   ws-valor-entrada greater zeros
                 add 1                              to ws-total-parcelas-grv
            end-if

            if   ws-valor-entrada greater zeros
                 subtract ws-valor-entrada          from ws-valor-financiado

       exit.

      *>=================================================================================
       2100-carregar-exportacao section.

            set  ws-nota-exportacao                 to false

            initialize                              f15900-nota-exportacao
            move f05000-cd-empresa                  to f15900-cd-empresa
            move f05000-cd-filial                   to f15900-cd-filial
            move f05000-tipo-nota                   to f15900-tipo-nota
            move f05000-numero-documento            to f15900-numero-documento
            move f05000-serie-documento             to f15900-serie-documento
            perform 9000-ler-pd15900-ran
            if   ws-operacao-ok
            and  f15900-taxa-cambio greater zeros
            and  f05000-valor-total greater zeros
                 set  ws-nota-exportacao            to true
            end-if

       exit.

      *>=================================================================================
       2200-gravar-parcela section.

            move zeros                               to f02600-data-ultimo-pagamento
            set  f02600-titulo-aberto                to true

            if   ws-nota-exportacao
                 move f15900-cd-moeda                to f02600-cd-moeda
                 move f15900-taxa-cambio             to f02600-taxa-cambio
                 if   ws-nr-parcela-grv equal ws-total-parcelas-grv
                      compute f02600-valor-moeda =
                              f15900-valor-total-moeda - ws-valor-moeda-acumulado
                 else
                      compute f02600-valor-moeda rounded =
                              f15900-valor-total-moeda * ws-valor-parcela / f05000-valor-total
                 end-if
                 add  f02600-valor-moeda             to ws-valor-moeda-acumulado
            end-if

            perform 9000-gravar-pd02600
            if   not ws-operacao-ok
                 string "Erro ao gravar f02600-conta-receber - " ws-resultado-acesso into ws-mensagem

            close pd02600
            close pd05000
            close pd15900

       exit.

       copy CSR02600.cpy.
       copy CSR05000.cpy.
       copy CSR05500.cpy.
       copy CSR15900.cpy.
