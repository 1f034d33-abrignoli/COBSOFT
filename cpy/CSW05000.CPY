            03 wf05000-valor-difal                  pic 9(09)v9(02).
            03 wf05000-uf-difal                     pic x(02).
            03 wf05000-cd-natureza                  pic 9(03).
            03 wf05000-base-ibs-cbs                 pic 9(09)v9(02).
            03 wf05000-valor-ibs-uf                 pic 9(09)v9(02).
            03 wf05000-valor-ibs-mun                pic 9(09)v9(02).
            03 wf05000-valor-cbs                    pic 9(09)v9(02).
            03 wf05000-base-icms-st                 pic 9(09)v9(02).
            03 wf05000-valor-icms-st                pic 9(09)v9(02).
            03 wf05000-numero-doc-referencia        pic 9(09).
            03 wf05000-serie-doc-referencia         pic x(03).
