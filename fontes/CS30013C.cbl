       copy CSS05300.cpy.
       copy CSS03900.cpy.
       copy CSS04700.cpy.
       copy CSS13400.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF05300.cpy.
       copy CSF03900.cpy.
       copy CSF04700.cpy.
       copy CSF13400.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.
       copy CSW13400.cpy.

      *> Regime de PIS/COFINS da empresa - mesma regra de CS30003C
       01   ws-regime-pis-cofins.
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-i-pd05300
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-class-trib-emissao

            perform 1100-carregar-regime-pis-cofins
            perform 9000-carregar-class-trib-padrao

       exit.

            close pd01900
            close pd05300
            close pd04700
            close pd13400

       exit.

            add  wf05100-valor-pis                  to wf05000-valor-pis
            add  wf05100-valor-cofins               to wf05000-valor-cofins

            move f01800-cd-class-trib               to ws-cd-class-trib-produto
            perform 9000-calcular-ibs-cbs-item

            perform 9000-item-nota-fiscal

            perform 9000-gravar-pd05100
       copy CSP00901.cpy. *> Relatório
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP13400.cpy.

      *>=================================================================================
      *> Leituras
       copy CSR05300.cpy.
       copy CSR03900.cpy.
       copy CSR04700.cpy.
       copy CSR13400.cpy.
