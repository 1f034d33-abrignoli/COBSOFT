      $set sourceformat"free"
       program-id. CS50026S.
      *>=================================================================================
      *>
      *>        Posição Mensal de Empréstimos e Financiamentos (Curto/Longo Prazo)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS14300.cpy.
       copy CSS14400.cpy.
       copy CSS02700.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF14300.cpy.
       copy CSF14400.cpy.
       copy CSF02700.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50026S".
       78   c-descricao-programa                   value "POSICAO DE EMPRESTIMOS".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-rel                      pic 9(06).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-data-limite-curto                pic 9(08).
            03 ws-id-todas-pagas                   pic x(01).
               88 ws-todas-prestacoes-pagas            value "S" false "N".
            03 ws-nr-atrasadas                     pic 9(03).
            03 ws-ds-atraso                        pic x(09).
            03 ws-nr-contratos                     pic 9(05).
            03 ws-nr-quitados                      pic 9(05).
            03 ws-contagem-x                       pic zzzz9.
            03 ws-valor-1-x                        pic z.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic z.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic z.zzz.zzz.zz9,99.
            03 ws-valor-4-x                        pic z.zzz.zzz.zz9,99.
            03 ws-valor-5-x                        pic z.zzz.zzz.zz9,99.
            03 ws-valor-6-x                        pic z.zzz.zzz.zz9,99.

       01   ws-valores-contrato.
            03 ws-saldo-anterior                   pic 9(11)v9(02).
            03 ws-valor-captado                    pic 9(11)v9(02).
            03 ws-amortizado-anterior              pic 9(11)v9(02).
            03 ws-juros-mes                        pic 9(11)v9(02).
            03 ws-amortizacao-mes                  pic 9(11)v9(02).
            03 ws-saldo-final                      pic 9(11)v9(02).
            03 ws-saldo-curto-prazo                pic 9(11)v9(02).
            03 ws-saldo-longo-prazo                pic 9(11)v9(02).

       01   ws-totais-posicao.
            03 ws-tot-saldo-anterior               pic 9(12)v9(02).
            03 ws-tot-valor-captado                pic 9(12)v9(02).
            03 ws-tot-juros-mes                    pic 9(12)v9(02).
            03 ws-tot-amortizacao-mes              pic 9(12)v9(02).
            03 ws-tot-saldo-final                  pic 9(12)v9(02).
            03 ws-tot-curto-prazo                  pic 9(12)v9(02).
            03 ws-tot-longo-prazo                  pic 9(12)v9(02).

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
      *> Competência padrão: mês anterior (posição do balanço encerrado)
      *> ou a informada em lnk-linha-comando (AAAAMM) na execução em lote.
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD143.DAT" into wid-pd14300
            open i-o pd14300
            if   ws-arquivo-inexistente
                 open output pd14300
                 close pd14300
                 open i-o pd14300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD143.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD144.DAT" into wid-pd14400
            open input pd14400
            if   ws-arquivo-inexistente
                 open output pd14400
                 close pd14400
                 open input pd14400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD144.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd02700

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-rel
            if   ws-ano-mes-rel(5:2) equal "01"
                 compute ws-ano-mes-rel = ws-ano-mes-rel - 89
            else
                 subtract 1                         from ws-ano-mes-rel
            end-if

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-rel              at line 27 col 29 with update auto-skip
            else
                 if   lnk-linha-comando(1:6) is numeric
                      move lnk-linha-comando(1:6)   to ws-ano-mes-rel
                 end-if
            end-if

            compute ws-data-inicial      = ws-ano-mes-rel * 100 + 01
            compute ws-data-final        = ws-ano-mes-rel * 100 + 31
            compute ws-data-limite-curto = ws-data-final + 10000

            initialize                              ws-totais-posicao
            move zeros                              to ws-nr-contratos
            move zeros                              to ws-nr-quitados

       exit.

      *>=================================================================================
      *> Por contrato não cancelado, pelo cronograma (pd14400):
      *>   saldo anterior = principal - amortizações vencidas antes do mês
      *>                    (contrato do mês entra como captação);
      *>   juros do mês   = juros das prestações que vencem no mês;
      *>   saldo final    = saldo anterior + captação - amortização do mês;
      *>   curto prazo    = amortizações com vencimento nos 12 meses
      *>                    seguintes ao fim da competência; o restante é
      *>                    longo prazo.
      *> Prestação vencida até o fim do mês sem título pago é apontada
      *> como atraso. Contrato ativo com todos os títulos pagos passa a
      *> quitado.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "POSICAO DE EMPRESTIMOS E FINANCIAMENTOS - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial
                   " COMPETENCIA " ws-ano-mes-rel(5:2) "/" ws-ano-mes-rel(1:4)
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "CONTR DESCRICAO            T  SALDO ANTERIOR   JUROS DO MES AMORTIZ+CAPTAC    SALDO FINAL    CURTO PRAZO    LONGO PRAZO" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f14300-contrato-emprestimo
            move lnk-cd-empresa                     to f14300-cd-empresa
            move lnk-cd-filial                      to f14300-cd-filial
            perform 9000-str-pd14300-grt
            perform 9000-ler-pd14300-nex

            perform until not ws-operacao-ok
                          or f14300-cd-empresa <> lnk-cd-empresa
                          or f14300-cd-filial  <> lnk-cd-filial

                 if   not f14300-contrato-cancelado
                 and  f14300-data-contrato not greater ws-data-final
                      perform 2100-posicao-contrato
                 end-if

                 perform 9000-ler-pd14300-nex

            end-perform

            perform 2900-imprimir-totais

            perform 9000-fechar-relatorio

            move ws-nr-contratos                    to lnk-nr-registros-lote

            move ws-tot-saldo-final                 to ws-valor-1-x
            move spaces                             to ws-mensagem
            string "Posição de empréstimos " ws-ano-mes-rel(5:2) "/" ws-ano-mes-rel(1:4)
                   " - saldo devedor " ws-valor-1-x into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-posicao-contrato section.

            initialize                              ws-valores-contrato
            move zeros                              to ws-nr-atrasadas
            set  ws-todas-prestacoes-pagas          to true

            initialize                              f14400-parcela-emprestimo
            move f14300-cd-empresa                  to f14400-cd-empresa
            move f14300-cd-filial                   to f14400-cd-filial
            move f14300-nr-contrato                 to f14400-nr-contrato
            perform 9000-str-pd14400-grt
            perform 9000-ler-pd14400-nex

            perform until not ws-operacao-ok
                          or f14400-cd-empresa  <> f14300-cd-empresa
                          or f14400-cd-filial   <> f14300-cd-filial
                          or f14400-nr-contrato <> f14300-nr-contrato

                 evaluate true
                      when f14400-data-vencimento less ws-data-inicial
                           add  f14400-valor-amortizacao to ws-amortizado-anterior
                      when f14400-data-vencimento not greater ws-data-final
                           add  f14400-valor-juros       to ws-juros-mes
                           add  f14400-valor-amortizacao to ws-amortizacao-mes
                      when f14400-data-vencimento not greater ws-data-limite-curto
                           add  f14400-valor-amortizacao to ws-saldo-curto-prazo
                      when other
                           add  f14400-valor-amortizacao to ws-saldo-longo-prazo
                 end-evaluate

                 perform 2110-verificar-titulo

                 perform 9000-ler-pd14400-nex

            end-perform

            if   f14300-data-contrato less ws-data-inicial
                 compute ws-saldo-anterior =
                         f14300-valor-principal - ws-amortizado-anterior
            else
                 move f14300-valor-principal        to ws-valor-captado
            end-if
            compute ws-saldo-final =
                    ws-saldo-anterior + ws-valor-captado - ws-amortizacao-mes

            if   ws-saldo-final equal zeros
            and  ws-juros-mes equal zeros
            and  ws-amortizacao-mes equal zeros
            and  ws-nr-atrasadas equal zeros
                 perform 2120-marcar-quitado
                 exit section
            end-if

            add  1                                  to ws-nr-contratos
            add  ws-saldo-anterior                  to ws-tot-saldo-anterior
            add  ws-valor-captado                   to ws-tot-valor-captado
            add  ws-juros-mes                       to ws-tot-juros-mes
            add  ws-amortizacao-mes                 to ws-tot-amortizacao-mes
            add  ws-saldo-final                     to ws-tot-saldo-final
            add  ws-saldo-curto-prazo               to ws-tot-curto-prazo
            add  ws-saldo-longo-prazo               to ws-tot-longo-prazo

            if   ws-nr-atrasadas greater zeros
                 move "*ATRASO*"                    to ws-ds-atraso
            else
                 move spaces                        to ws-ds-atraso
            end-if

            move ws-saldo-anterior                  to ws-valor-1-x
            move ws-juros-mes                       to ws-valor-2-x
            if   ws-valor-captado greater zeros
                 move ws-valor-captado              to ws-valor-3-x
            else
                 move ws-amortizacao-mes            to ws-valor-3-x
            end-if
            move ws-saldo-final                     to ws-valor-4-x
            move ws-saldo-curto-prazo               to ws-valor-5-x
            move ws-saldo-longo-prazo               to ws-valor-6-x
            move spaces                             to rl-linha-relatorio
            string f14300-nr-contrato " " f14300-ds-contrato(1:20) " " f14300-tipo-contrato
                   ws-valor-1-x ws-valor-2-x ws-valor-3-x ws-valor-4-x ws-valor-5-x ws-valor-6-x
                   " " ws-ds-atraso
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-todas-prestacoes-pagas
                 perform 2120-marcar-quitado
            end-if

       exit.

      *>=================================================================================
       2110-verificar-titulo section.

            initialize                              f02700-conta-pagar
            move f14400-cd-empresa                  to f02700-cd-empresa
            move f14400-cd-filial                   to f02700-cd-filial
            move f14400-cd-fornecedor-titulo        to f02700-cd-fornecedor
            move f14400-nr-documento-titulo         to f02700-numero-documento
            move 01                                 to f02700-nr-parcela
            perform 9000-ler-pd02700-ran
            if   not ws-operacao-ok
                 set  ws-todas-prestacoes-pagas     to false
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            if   not f02700-titulo-pago
                 set  ws-todas-prestacoes-pagas     to false
                 if   not f02700-titulo-cancelado
                 and  f14400-data-vencimento not greater ws-data-final
                      add  1                        to ws-nr-atrasadas
                 end-if
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2120-marcar-quitado section.

            if   not f14300-contrato-ativo
            or   not ws-todas-prestacoes-pagas
                 exit section
            end-if

            set  f14300-contrato-quitado            to true
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f14300-data-encerramento
            perform 9000-regravar-pd14300
            if   ws-operacao-ok
                 add  1                             to ws-nr-quitados
            end-if
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2900-imprimir-totais section.

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-saldo-anterior              to ws-valor-1-x
            move ws-tot-juros-mes                   to ws-valor-2-x
            move ws-tot-amortizacao-mes             to ws-valor-3-x
            move ws-tot-saldo-final                 to ws-valor-4-x
            move ws-tot-curto-prazo                 to ws-valor-5-x
            move ws-tot-longo-prazo                 to ws-valor-6-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL                        "
                   ws-valor-1-x ws-valor-2-x ws-valor-3-x ws-valor-4-x ws-valor-5-x ws-valor-6-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-valor-captado               to ws-valor-1-x
            move spaces                             to rl-linha-relatorio
            string "CAPTACOES NO MES...............: " ws-valor-1-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-juros-mes                   to ws-valor-1-x
            move spaces                             to rl-linha-relatorio
            string "JUROS INCORRIDOS NO MES........: " ws-valor-1-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-curto-prazo                 to ws-valor-1-x
            move spaces                             to rl-linha-relatorio
            string "PASSIVO CIRCULANTE (12 MESES)..: " ws-valor-1-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-longo-prazo                 to ws-valor-1-x
            move spaces                             to rl-linha-relatorio
            string "PASSIVO NAO CIRCULANTE.........: " ws-valor-1-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-saldo-final                 to ws-valor-1-x
            move spaces                             to rl-linha-relatorio
            string "SALDO DEVEDOR TOTAL............: " ws-valor-1-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-nr-quitados greater zeros
                 move ws-nr-quitados                to ws-contagem-x
                 move spaces                        to rl-linha-relatorio
                 string "CONTRATOS QUITADOS NESTA EMISSAO: " ws-contagem-x into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd14300
            close pd14400
            close pd02700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR14300.cpy.
       copy CSR14400.cpy.
       copy CSR02700.cpy.
