            move wf05100-base-cofins                to f05100-base-cofins
            move wf05100-aliq-cofins                to f05100-aliq-cofins
            move wf05100-valor-cofins               to f05100-valor-cofins
            move wf05100-cd-class-trib              to f05100-cd-class-trib
            move wf05100-cst-ibs-cbs                to f05100-cst-ibs-cbs
            move wf05100-base-ibs-cbs               to f05100-base-ibs-cbs
            move wf05100-aliq-ibs-uf                to f05100-aliq-ibs-uf
            move wf05100-valor-ibs-uf               to f05100-valor-ibs-uf
            move wf05100-aliq-ibs-mun               to f05100-aliq-ibs-mun
            move wf05100-valor-ibs-mun              to f05100-valor-ibs-mun
            move wf05100-aliq-cbs                   to f05100-aliq-cbs
            move wf05100-valor-cbs                  to f05100-valor-cbs
            move wf05100-cest                       to f05100-cest
            move wf05100-mva-st                     to f05100-mva-st
            move wf05100-base-icms-st               to f05100-base-icms-st
            move wf05100-aliq-icms-st               to f05100-aliq-icms-st
            move wf05100-valor-icms-st              to f05100-valor-icms-st
            move wf05100-nr-promocao                to f05100-nr-promocao

       exit.
