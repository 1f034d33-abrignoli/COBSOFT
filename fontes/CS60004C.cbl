       copy CSS12100.cpy.
       copy CSS12200.cpy.
       copy CSS11400.cpy.
       copy CSS17500.cpy.
       copy CSS17600.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF12100.cpy.
       copy CSF12200.cpy.
       copy CSF11400.cpy.
       copy CSF17500.cpy.
       copy CSF17600.cpy.
       copy CSF00901.cpy.

      *>=================================================================================

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW17500.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd11400
            perform 9000-abrir-estrutura-vigente

            string lnk-dat-path delimited   by "  " "\EFD121.DAT" into wid-pd12100
            open input pd12100
            close pd06000
            close pd01900
            close pd11400
            close pd17500
            close pd17600
            close pd12100
            close pd12200

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f03400-data-abertura
            move lnk-id-usuario                     to f03400-id-usuario-abertura
            move f12000-cd-produto                  to ws-cd-produto-estrutura
            move ws-data-inv                        to ws-data-estrutura
            perform 9000-revisao-vigente
            move ws-nr-revisao-estrutura            to f03400-nr-revisao-estrutura
            set  f03400-ordem-aberta                to true

            perform 9000-gravar-pd03400
            move lnk-cd-empresa                     to f03300-cd-empresa
            move lnk-cd-filial                      to f03300-cd-filial
            move f03400-cd-produto                  to f03300-cd-produto
            perform 9000-primeiro-componente

            perform until not ws-operacao-ok
                          or f03300-cd-empresa <> lnk-cd-empresa
                      perform 2320-reservar-material
                 end-if

                 perform 9000-proximo-componente

            end-perform


       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP17500.cpy. *> Estrutura vigente

      *>=================================================================================
      *> Leituras
       copy CSR12100.cpy.
       copy CSR12200.cpy.
       copy CSR11400.cpy.
       copy CSR17500.cpy.
       copy CSR17600.cpy.
