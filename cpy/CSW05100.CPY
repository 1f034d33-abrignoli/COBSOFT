            03 wf05100-base-cofins                 pic 9(09)v9(02).
            03 wf05100-aliq-cofins                 pic 9(02)v9(02).
            03 wf05100-valor-cofins                pic 9(09)v9(02).
            03 wf05100-cd-class-trib               pic x(06).
            03 wf05100-cst-ibs-cbs                 pic 9(03).
            03 wf05100-base-ibs-cbs                pic 9(09)v9(02).
            03 wf05100-aliq-ibs-uf                 pic 9(02)v9(04).
            03 wf05100-valor-ibs-uf                pic 9(09)v9(02).
            03 wf05100-aliq-ibs-mun                pic 9(02)v9(04).
            03 wf05100-valor-ibs-mun               pic 9(09)v9(02).
            03 wf05100-aliq-cbs                    pic 9(02)v9(04).
            03 wf05100-valor-cbs                   pic 9(09)v9(02).
            03 wf05100-cest                        pic 9(07).
            03 wf05100-mva-st                      pic 9(03)v9(02).
            03 wf05100-base-icms-st                pic 9(09)v9(02).
            03 wf05100-aliq-icms-st                pic 9(02)v9(02).
            03 wf05100-valor-icms-st               pic 9(09)v9(02).
            03 wf05100-nr-promocao                 pic 9(06).
            03 filler                              pic x(05).
