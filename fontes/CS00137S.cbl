      $set sourceformat"free"
       program-id. CS00137S.
      *>=================================================================================
      *>
      *>          Exportação dos Lançamentos Contábeis ao Escritório de Contabilidade
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS09200.cpy.
       copy CSS14100.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

             select arqcontabil assign to disk wid-arqcontabil
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF09200.cpy.
       copy CSF14100.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

       fd   arqcontabil.

       01   rl-registro-contabil.
            03 rl-linha-contabil                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00137S".
       78   c-descricao-programa                   value "EXPORTACAO CONTABIL".

       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-exportacao               pic 9(06).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-data-ddmmaaaa                    pic 9(08).
            03 ws-cd-conta-verificar               pic 9(05).
            03 ws-conta-escritorio                 pic x(20).
            03 ws-conta-escritorio-debito          pic x(20).
            03 ws-conta-escritorio-credito         pic x(20).
            03 ws-valor-arquivo                    pic 9(11),9(02).
            03 ws-total-arquivo                    pic 9(13),9(02).
            03 ws-contagem-arquivo                 pic 9(07).
            03 ws-valor-x                          pic z.zzz.zzz.zzz.zz9,99.
            03 ws-contagem-x                       pic z.zzz.zz9.
            03 ws-nr-erros                         pic 9(05).
            03 ws-nr-erros-x                       pic z(04)9.

       01   ws-totais-exportacao.
            03 ws-nr-lancamentos                   pic 9(07).
            03 ws-tot-lancamentos                  pic 9(13)v9(02).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
      *> Competência padrão: mês anterior (exportação após o fechamento)
      *> ou a informada em lnk-linha-comando (AAAAMM) na execução em lote.
       1000-inicializacao section.

            perform 9000-abrir-i-pd09200
            perform 9000-abrir-i-pd14100
            perform 9000-abrir-periodo-contabil

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-exportacao
            if   ws-ano-mes-exportacao(5:2) equal "01"
                 compute ws-ano-mes-exportacao = ws-ano-mes-exportacao - 89
            else
                 subtract 1                         from ws-ano-mes-exportacao
            end-if

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-exportacao       at line 27 col 29 with update auto-skip
            else
                 if   lnk-linha-comando(1:6) is numeric
                      move lnk-linha-comando(1:6)   to ws-ano-mes-exportacao
                 end-if
            end-if

            compute ws-data-inicial = ws-ano-mes-exportacao * 100 + 01
            compute ws-data-final   = ws-ano-mes-exportacao * 100 + 31

            initialize                              ws-totais-exportacao
            move zeros                              to ws-nr-erros

       exit.

      *>=================================================================================
      *> Arquivo texto separado por ";" importado pelo sistema do
      *> escritório contábil, com as contas já traduzidas pelo código do
      *> escritório no plano contábil (pd14100):
      *>   0;CNPJ;AAAAMM;data geração DDMMAAAA;razão social
      *>   1;data DDMMAAAA;sequência;conta débito;conta crédito;valor;
      *>     histórico;origem
      *>   9;quantidade de lançamentos;valor total  (total de controle)
      *> O total de controle é impresso no relatório para conferência
      *> com o escritório e, com o período fechado, confrontado com os
      *> totais gravados no fechamento (CS10051C). Conta sem tradução
      *> impede a geração - os lançamentos são listados no relatório.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "EXPORTACAO CONTABIL - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial
                   " COMPETENCIA " ws-ano-mes-exportacao into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-ano-mes-exportacao              to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   not ws-periodo-contabil-fechado
                 move "ATENCAO: COMPETENCIA NAO FECHADA - OS LANCAMENTOS AINDA PODEM MUDAR" to rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if

            perform 2100-validar-contas

            if   ws-nr-erros greater zeros
                 move ws-nr-erros                   to ws-nr-erros-x
                 move spaces                        to rl-linha-relatorio
                 string ws-nr-erros-x " LANCAMENTO(S) COM CONTA SEM CODIGO DO ESCRITORIO - ARQUIVO NAO GERADO"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 perform 9000-fechar-relatorio
                 move "Contas sem código do escritório - exportação não gerada, confira o relatório." to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 2200-gerar-arquivo

            perform 2900-total-controle

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       2100-validar-contas section.

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move ws-data-inicial                    to f09200-data-lancamento
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa      <> lnk-cd-empresa
                          or f09200-cd-filial       <> lnk-cd-filial
                          or f09200-data-lancamento >  ws-data-final

                 move f09200-cd-conta-debito        to ws-cd-conta-verificar
                 perform 2110-conta-escritorio
                 move ws-conta-escritorio           to ws-conta-escritorio-debito
                 move f09200-cd-conta-credito       to ws-cd-conta-verificar
                 perform 2110-conta-escritorio
                 move ws-conta-escritorio           to ws-conta-escritorio-credito

                 if   ws-conta-escritorio-debito  equal spaces
                 or   ws-conta-escritorio-credito equal spaces
                      add  1                        to ws-nr-erros
                      move spaces                   to rl-linha-relatorio
                      string "SEM CONTA DO ESCRITORIO: " f09200-data-lancamento
                             " SEQ " f09200-nr-sequencia
                             " D " f09200-cd-conta-debito
                             " C " f09200-cd-conta-credito
                             " " f09200-ds-historico
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 end-if

                 perform 9000-ler-pd09200-nex

            end-perform

       exit.

      *>=================================================================================
       2110-conta-escritorio section.

            move spaces                             to ws-conta-escritorio

            initialize                              f14100-conta-contabil
            move lnk-cd-empresa                     to f14100-cd-empresa
            move lnk-cd-filial                      to f14100-cd-filial
            move ws-cd-conta-verificar              to f14100-cd-conta
            perform 9000-ler-pd14100-ran
            if   ws-operacao-ok
            and  f14100-conta-ativa
                 move f14100-cd-conta-escritorio    to ws-conta-escritorio
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2200-gerar-arquivo section.

            move spaces                              to wid-arqcontabil
            string lnk-int-path delimited by "  " "\CTB_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" ws-ano-mes-exportacao ".TXT"
                   delimited by "  " into wid-arqcontabil

            open output arqcontabil
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo de exportação contábil - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            accept ws-data-inv                      from date yyyymmdd
            perform 9000-converter-data-arquivo
            move spaces                             to rl-linha-contabil
            string "0;" lnk-cnpj ";" ws-ano-mes-exportacao ";"
                   ws-data-ddmmaaaa ";" lnk-razao-social
                   delimited by size into rl-linha-contabil
            write rl-registro-contabil

            initialize                              f09200-lancamento-gerencial
            move lnk-cd-empresa                     to f09200-cd-empresa
            move lnk-cd-filial                      to f09200-cd-filial
            move ws-data-inicial                    to f09200-data-lancamento
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa      <> lnk-cd-empresa
                          or f09200-cd-filial       <> lnk-cd-filial
                          or f09200-data-lancamento >  ws-data-final

                 move f09200-cd-conta-debito        to ws-cd-conta-verificar
                 perform 2110-conta-escritorio
                 move ws-conta-escritorio           to ws-conta-escritorio-debito
                 move f09200-cd-conta-credito       to ws-cd-conta-verificar
                 perform 2110-conta-escritorio
                 move ws-conta-escritorio           to ws-conta-escritorio-credito

                 move f09200-data-lancamento        to ws-data-inv
                 perform 9000-converter-data-arquivo
                 move f09200-valor-lancamento       to ws-valor-arquivo

                 move spaces                        to rl-linha-contabil
                 string "1;" ws-data-ddmmaaaa ";" f09200-nr-sequencia ";"
                        ws-conta-escritorio-debito delimited by "  "
                        ";" delimited by size
                        ws-conta-escritorio-credito delimited by "  "
                        ";" ws-valor-arquivo ";"
                        f09200-ds-historico ";" f09200-ds-origem
                        delimited by size into rl-linha-contabil
                 write rl-registro-contabil

                 add  1                             to ws-nr-lancamentos
                 add  f09200-valor-lancamento       to ws-tot-lancamentos

                 perform 9000-ler-pd09200-nex

            end-perform

            move ws-nr-lancamentos                  to ws-contagem-arquivo
            move ws-tot-lancamentos                 to ws-total-arquivo
            move spaces                             to rl-linha-contabil
            string "9;" ws-contagem-arquivo ";" ws-total-arquivo
                   delimited by size into rl-linha-contabil
            write rl-registro-contabil

            close arqcontabil

       exit.

      *>=================================================================================
       2900-total-controle section.

            move ws-nr-lancamentos                  to ws-contagem-x
            move ws-tot-lancamentos                 to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL DE CONTROLE: " ws-contagem-x " LANCAMENTO(S)  VALOR " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            string "ARQUIVO: " wid-arqcontabil      into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-periodo-contabil-fechado
                 if   f14200-nr-lancamentos equal ws-nr-lancamentos
                 and  f14200-valor-total    equal ws-tot-lancamentos
                      move "CONFERE COM OS TOTAIS DO FECHAMENTO DO PERIODO" to rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                 else
                      move f14200-nr-lancamentos    to ws-contagem-x
                      move f14200-valor-total       to ws-valor-x
                      move spaces                   to rl-linha-relatorio
                      string "*** DIVERGE DO FECHAMENTO: " ws-contagem-x
                             " LANCAMENTO(S)  VALOR " ws-valor-x " ***"
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                      set  lnk-com-warning          to true
                 end-if
            end-if

            move ws-tot-lancamentos                 to ws-valor-x
            move spaces                             to ws-mensagem
            string "Exportação contábil " ws-ano-mes-exportacao " gerada - total de controle " ws-valor-x into ws-mensagem
            perform 9000-mensagem

            move ws-nr-lancamentos                  to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd09200
            close pd14100
            close pd14200

       exit.

      *>=================================================================================
       9000-converter-data-arquivo section.

            move ws-dia-inv                         to ws-data-ddmmaaaa(1:2)
            move ws-mes-inv                         to ws-data-ddmmaaaa(3:2)
            move ws-ano-inv                         to ws-data-ddmmaaaa(5:4)

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.
       copy CSP14200.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR09200.cpy.
       copy CSR14100.cpy.
       copy CSR14200.cpy.
