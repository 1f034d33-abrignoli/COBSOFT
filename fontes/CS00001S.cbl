       78   c-job-geracao-ciclica                  value "CS20017S".
       78   c-job-geracao-reabastecimento          value "CS20020S".
       78   c-job-pendencias-obrigacoes            value "CS00129S".
       78   c-job-apuracao-ibs-cbs                 value "CS50023S".
       78   c-job-efd-contribuicoes                value "CS00132S".
       78   c-job-lote-gnre                        value "CS00133S".
       78   c-job-efd-reinf                        value "CS00134S".
       78   c-job-retorno-nfse                     value "CS00135S".
       78   c-job-ativo-mensal                     value "CS00136S".
       78   c-job-livros-contabeis                 value "CS50024S".
       78   c-job-exportacao-contabil              value "CS00137S".
       78   c-job-dre-consolidado                  value "CS50025S".
       78   c-job-posicao-emprestimos              value "CS50026S".
       78   c-job-cheques-a-depositar              value "CS50030S".
       78   c-job-importacao-dda                   value "CS00139S".
       78   c-job-pdd-mensal                       value "CS00140S".
       78   c-job-saldos-entrega-futura            value "CS30033S".
       78   c-job-estoque-vendas-grade             value "CS20023S".
       78   c-job-carga-balancas                   value "CS10055S".
       78   c-job-tef-pendentes                    value "CS30035S".
       78   c-job-fidelidade                       value "CS30036S".
       78   c-job-promocoes                        value "CS30037S".
       78   c-job-tabela-fornecedor                value "CS40013S".
       78   c-job-previsao-demanda                 value "CS20024S".
       78   c-job-promessas-risco                  value "CS30038S".
       78   c-job-estoque-parado                   value "CS20026S".
       78   c-job-carga-maquina                    value "CS60009S".
       78   c-job-manutencao-mensal                value "CS60012S".
       78   c-job-pareto-rnc                       value "CS20028S".
       78   c-job-ressarcimento-garantia           value "CS70003S".
       78   c-job-plano-recebimento                value "CS40016S".
       78   c-job-importar-ocoren                  value "CS30040S".
       78   c-job-publicacao-estoque               value "CS30045S".
       78   c-job-extracao-bi                      value "CS00146S".
       78   c-job-segregacao-funcoes               value "CS00150S".
       78   c-job-recuperacao-forward              value "CS00153S".
       78   c-job-cobranca-embalagens              value "CS30047S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
                      when "OBRIG"
                           call c-job-pendencias-obrigacoes using lnk-par
                           cancel c-job-pendencias-obrigacoes
                      when "APIBSCBS"
                           call c-job-apuracao-ibs-cbs using lnk-par
                           cancel c-job-apuracao-ibs-cbs
                      when "EFDCONTR"
                           call c-job-efd-contribuicoes using lnk-par
                           cancel c-job-efd-contribuicoes
                      when "GNRE"
                           call c-job-lote-gnre using lnk-par
                           cancel c-job-lote-gnre
                      when "EFDREINF"
                           call c-job-efd-reinf using lnk-par
                           cancel c-job-efd-reinf
                      when "NFSERET"
                           call c-job-retorno-nfse using lnk-par
                           cancel c-job-retorno-nfse
                      when "ATIVOMES"
                           call c-job-ativo-mensal using lnk-par
                           cancel c-job-ativo-mensal
                      when "LIVROCTB"
                           call c-job-livros-contabeis using lnk-par
                           cancel c-job-livros-contabeis
                      when "EXPCTB"
                           call c-job-exportacao-contabil using lnk-par
                           cancel c-job-exportacao-contabil
                      when "DRECONS"
                           call c-job-dre-consolidado using lnk-par
                           cancel c-job-dre-consolidado
                      when "EMPRMES"
                           call c-job-posicao-emprestimos using lnk-par
                           cancel c-job-posicao-emprestimos
                      when "CHQDEP"
                           call c-job-cheques-a-depositar using lnk-par
                           cancel c-job-cheques-a-depositar
                      when "DDAIMP"
                           call c-job-importacao-dda using lnk-par
                           cancel c-job-importacao-dda
                      when "PDDMES"
                           call c-job-pdd-mensal using lnk-par
                           cancel c-job-pdd-mensal
                      when "ENTFUT"
                           call c-job-saldos-entrega-futura using lnk-par
                           cancel c-job-saldos-entrega-futura
                      when "GRADE"
                           call c-job-estoque-vendas-grade using lnk-par
                           cancel c-job-estoque-vendas-grade
                      when "BALANCA"
                           call c-job-carga-balancas using lnk-par
                           cancel c-job-carga-balancas
                      when "TEFPEND"
                           call c-job-tef-pendentes using lnk-par
                           cancel c-job-tef-pendentes
                      when "FIDELIDA"
                           call c-job-fidelidade using lnk-par
                           cancel c-job-fidelidade
                      when "PROMOCAO"
                           call c-job-promocoes using lnk-par
                           cancel c-job-promocoes
                      when "TABFORN"
                           call c-job-tabela-fornecedor using lnk-par
                           cancel c-job-tabela-fornecedor
                      when "PREVDEM"
                           call c-job-previsao-demanda using lnk-par
                           cancel c-job-previsao-demanda
                      when "ATPRISCO"
                           call c-job-promessas-risco using lnk-par
                           cancel c-job-promessas-risco
                      when "ESTPARAD"
                           call c-job-estoque-parado using lnk-par
                           cancel c-job-estoque-parado
                      when "CRP"
                           call c-job-carga-maquina using lnk-par
                           cancel c-job-carga-maquina
                      when "MANUTMES"
                           call c-job-manutencao-mensal using lnk-par
                           cancel c-job-manutencao-mensal
                      when "RNCPARET"
                           call c-job-pareto-rnc using lnk-par
                           cancel c-job-pareto-rnc
                      when "GARANTIA"
                           call c-job-ressarcimento-garantia using lnk-par
                           cancel c-job-ressarcimento-garantia
                      when "RECEBDIA"
                           call c-job-plano-recebimento using lnk-par
                           cancel c-job-plano-recebimento
                      when "OCOREN"
                           call c-job-importar-ocoren using lnk-par
                           cancel c-job-importar-ocoren
                      when "PUBEST"
                           call c-job-publicacao-estoque using lnk-par
                           cancel c-job-publicacao-estoque
                      when "BI"
                           call c-job-extracao-bi using lnk-par
                           cancel c-job-extracao-bi
                      when "SOD"
                           call c-job-segregacao-funcoes using lnk-par
                           cancel c-job-segregacao-funcoes
                      when "ROLLFWD"
                           call c-job-recuperacao-forward using lnk-par
                           cancel c-job-recuperacao-forward
                      when "EMBCOBR"
                           call c-job-cobranca-embalagens using lnk-par
                           cancel c-job-cobranca-embalagens
                      when other
                           move "Job informado na linha de comando não reconhecido" to ws-mensagem
                           perform 9000-mensagem
