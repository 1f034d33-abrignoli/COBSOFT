      *> Recebido em lnk-linha-comando pelos programas que imprimem:
      *> o arquivo gerado, a descrição do documento e o programa de
      *> origem. O serviço resolve a impressora, registra o trabalho
      *> no spool e despacha para o dispositivo. Etiquetas (tipo de
      *> fluxo Z) só vão para impressoras térmicas ZPL e os demais
      *> documentos só para impressoras que não sejam ZPL.
       01   lk-parametros-spool.
            03 lk-spool-arquivo                    pic x(255).
            03 lk-spool-descricao                  pic x(55).
            03 lk-spool-origem                     pic x(08).
            03 lk-spool-tipo-fluxo                 pic x(01).
               88 lk-spool-etiqueta                    value "Z".


      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S

      *>=================================================================================
      *> A impressora do trabalho é a padrão do usuário (parâmetro
      *> IMP-<usuario> em pd04700, ou ETQ-<usuario> para etiquetas)
      *> quando cadastrada, ativa e do tipo adequado; sem ela, a
      *> primeira impressora ativa do tipo adequado na filial. Sem nenhuma das duas o
      *> trabalho fica pendente no spool aguardando redirecionamento.
       2100-resolver-impressora section.

            end-if

            move spaces                             to ws-cd-parametro-usuario
            if   lk-spool-etiqueta
                 string "ETQ-" lnk-id-usuario delimited by "  " into ws-cd-parametro-usuario
            else
                 string "IMP-" lnk-id-usuario delimited by "  " into ws-cd-parametro-usuario
            end-if

            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
                 perform 9000-ler-pd07200-ran
                 if   ws-operacao-ok
                 and  f07200-impressora-ativa
                 and  ((lk-spool-etiqueta and f07200-fluxo-zpl)
                 or    (not lk-spool-etiqueta and not f07200-fluxo-zpl))
                      move f07200-cd-impressora     to ws-cd-impressora
                      set  ws-impressora-resolvida  to true
                 end-if
                          or ws-impressora-resolvida

                 if   f07200-impressora-ativa
                 and  ((lk-spool-etiqueta and f07200-fluxo-zpl)
                 or    (not lk-spool-etiqueta and not f07200-fluxo-zpl))
                      move f07200-cd-impressora     to ws-cd-impressora
                      set  ws-impressora-resolvida  to true
                 end-if
