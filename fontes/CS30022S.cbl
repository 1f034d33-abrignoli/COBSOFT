       copy CSS01900.cpy.
       copy CSS01800.cpy.
       copy CSS04700.cpy.
       copy CSS13400.cpy.

      *>=================================================================================
       data division.
       copy CSF01900.cpy.
       copy CSF01800.cpy.
       copy CSF04700.cpy.
       copy CSF13400.cpy.

      *>=================================================================================
       working-storage section.
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.
       copy CSW13400.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-notas-geradas                 pic 9(05).
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-class-trib-emissao

            perform 1100-carregar-regime-pis-cofins
            perform 9000-carregar-class-trib-padrao

            move zeros                             to ws-nr-notas-geradas


            perform 9000-mestre-nota-fiscal

            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar mestre da NF-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            add  wf05100-valor-pis                  to wf05000-valor-pis
            add  wf05100-valor-cofins               to wf05000-valor-cofins

            move f01800-cd-class-trib               to ws-cd-class-trib-produto
            perform 9000-calcular-ibs-cbs-item

            perform 9000-item-nota-fiscal

            perform 9000-gravar-pd05100
            if   not ws-operacao-ok
                 string "Erro ao gravar item da NF-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            close pd01900
            close pd01800
            close pd04700
            close pd13400

       exit.

       copy CSP00900.cpy.
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP13400.cpy.

      *>=================================================================================
      *> Leituras
       copy CSR01900.cpy.
       copy CSR01800.cpy.
       copy CSR04700.cpy.
       copy CSR13400.cpy.
