      $set sourceformat"free"
       program-id. CS50025S.
      *>=================================================================================
      *>
      *>          DRE Consolidado do Grupo com Eliminações Intercompany
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00700.cpy.
       copy CSS09200.cpy.
       copy CSS09100.cpy.
       copy CSS05000.cpy.
       copy CSS08400.cpy.
       copy CSS01400.cpy.
       copy CSS01500.cpy.
       copy CSS02600.cpy.
       copy CSS02700.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF09200.cpy.
       copy CSF09100.cpy.
       copy CSF05000.cpy.
       copy CSF08400.cpy.
       copy CSF01400.cpy.
       copy CSF01500.cpy.
       copy CSF02600.cpy.
       copy CSF02700.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS50025S".
       78   c-descricao-programa                   value "DRE CONSOLIDADO DO GRUPO".
       78   c-max-filiais-grupo                    value 200.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-rel                      pic 9(06).
            03 ws-tipo-conta-deb                   pic x(01).
            03 ws-tipo-conta-crd                   pic x(01).
            03 ws-cnpj-verificar                   pic 9(14).
            03 ws-id-cnpj-grupo                    pic x(01).
               88 ws-cnpj-do-grupo                     value "S" false "N".
            03 ws-id-tipo-eliminacao               pic x(01).
               88 ws-eliminacao-venda                  value "V".
               88 ws-eliminacao-transferencia          value "T".
            03 ws-ds-tipo-eliminacao               pic x(06).
            03 ws-ds-contraparte                   pic x(09).
            03 ws-valor-aberto                     pic 9(09)v9(02).
            03 ws-valor-x                          pic -zzz.zzz.zzz.zz9,99.
            03 ws-valor-1-x                        pic -zzz.zzz.zzz.zz9,99.
            03 ws-valor-2-x                        pic -zzz.zzz.zzz.zz9,99.
            03 ws-valor-3-x                        pic -zzz.zzz.zzz.zz9,99.
            03 ws-valor-4-x                        pic -zzz.zzz.zzz.zz9,99.
            03 ws-valor-5-x                        pic -zzz.zzz.zzz.zz9,99.
            03 ws-margem-perc                      pic s9(03)v9(02).
            03 ws-margem-perc-x                    pic -zz9,99.

       01   ws-indices.
            03 ws-qt-filiais                       pic 9(03).
            03 ws-ix-filial                        pic 9(03).
            03 ws-ix-busca                         pic 9(03).
            03 ws-ix-contraparte                   pic 9(03).

      *> Empresas/filiais ativas do pd00700 - a raiz do CNPJ (8 primeiros
      *> dígitos) identifica as contrapartes do grupo
       01   ws-tabela-grupo.
            03 ws-filial-grupo                     occurs 200 times.
               05 ws-grp-cd-empresa                pic 9(03).
               05 ws-grp-cd-filial                 pic 9(04).
               05 ws-grp-cnpj                      pic 9(14).
               05 ws-grp-receita-bruta             pic 9(12)v9(02).
               05 ws-grp-deducoes                  pic 9(12)v9(02).
               05 ws-grp-cmv                       pic 9(12)v9(02).
               05 ws-grp-despesas                  pic 9(12)v9(02).
               05 ws-grp-resultado                 pic s9(12)v9(02).

       01   ws-totais-grupo.
            03 ws-tot-receita-bruta                pic 9(12)v9(02).
            03 ws-tot-deducoes                     pic 9(12)v9(02).
            03 ws-tot-cmv                          pic 9(12)v9(02).
            03 ws-tot-despesas                     pic 9(12)v9(02).
            03 ws-tot-resultado                    pic s9(12)v9(02).

       01   ws-totais-eliminacao.
            03 ws-elim-receita-venda               pic 9(12)v9(02).
            03 ws-elim-receita-transf              pic 9(12)v9(02).
            03 ws-elim-receita                     pic 9(12)v9(02).
            03 ws-elim-despesa                     pic 9(12)v9(02).
            03 ws-dif-venda-compra                 pic s9(12)v9(02).
            03 ws-nr-eliminacoes                   pic 9(07).
            03 ws-saldo-receber-grupo              pic 9(12)v9(02).
            03 ws-saldo-pagar-grupo                pic 9(12)v9(02).
            03 ws-dif-receber-pagar                pic s9(12)v9(02).
            03 ws-nr-titulos-grupo                 pic 9(07).

       01   ws-dre-consolidado.
            03 ws-con-receita-bruta                pic s9(12)v9(02).
            03 ws-con-receita-liquida              pic s9(12)v9(02).
            03 ws-con-lucro-bruto                  pic s9(12)v9(02).
            03 ws-con-despesas                     pic s9(12)v9(02).
            03 ws-con-resultado                    pic s9(12)v9(02).

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
      *> Competência padrão: mês anterior (DRE do mês encerrado) ou a
      *> informada em lnk-linha-comando (AAAAMM) na execução em lote.
       1000-inicializacao section.

            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd09200
            perform 9000-abrir-i-pd09100
            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd08400
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd02600
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

            initialize                              ws-tabela-grupo
                                                    ws-totais-grupo
                                                    ws-totais-eliminacao
                                                    ws-dre-consolidado
            move zeros                              to ws-qt-filiais

       exit.

      *>=================================================================================
      *> Consolidação do grupo (todas as empresas/filiais ativas do
      *> pd00700):
      *>   1. DRE de cada filial a partir dos lançamentos gerenciais
      *>      (pd09200 x pd09100), pelo mesmo critério do CS50017S;
      *>   2. eliminação das receitas de saídas autorizadas para clientes
      *>      cuja raiz de CNPJ pertence ao grupo - vendas e transferências
      *>      entre filiais (CS20022C);
      *>   3. eliminação das despesas de compras do grupo (títulos a pagar
      *>      com entrada no mês de fornecedor do grupo), que espelham as
      *>      vendas eliminadas do lado comprador;
      *>   4. DRE consolidado = soma das filiais - eliminações;
      *>   5. saldos de títulos a receber/a pagar em aberto entre empresas
      *>      do grupo, eliminados do patrimonial consolidado.
      *> Cada eliminação é listada para conferência da controladoria.
      *> Os tributos das vendas intercompany permanecem nas deduções e o
      *> lucro não realizado nos estoques do comprador não é ajustado.
       2000-processamento section.

            perform 2100-carregar-grupo

            if   ws-qt-filiais equal zeros
                 move "Nenhuma empresa/filial ativa com CNPJ no cadastro - DRE consolidado não gerado!" to ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "DRE CONSOLIDADO DO GRUPO - COMPETENCIA " ws-ano-mes-rel(5:2) "/" ws-ano-mes-rel(1:4)
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-filial from 1 by 1 until ws-ix-filial > ws-qt-filiais
                 perform 2200-apurar-dre-filial
            end-perform

            perform 2300-imprimir-dre-filiais

            perform 2400-eliminar-receitas
            perform 2500-eliminar-despesas
            perform 2600-imprimir-dre-consolidado
            perform 2700-saldos-intercompany

            perform 9000-fechar-relatorio

            compute lnk-nr-registros-lote = ws-nr-eliminacoes + ws-nr-titulos-grupo

            move ws-con-resultado                   to ws-valor-x
            move spaces                             to ws-mensagem
            string "DRE consolidado " ws-ano-mes-rel(5:2) "/" ws-ano-mes-rel(1:4)
                   " gerado - resultado " ws-valor-x into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-carregar-grupo section.

            initialize                              f00700-empresa
            perform 9000-str-pd00700-gtr
            perform 9000-ler-pd00700-nex

            perform until not ws-operacao-ok

                 if   f00700-empresa-ativa
                 and  f00700-cnpj greater zeros
                      if   ws-qt-filiais < c-max-filiais-grupo
                           add  1                   to ws-qt-filiais
                           move f00700-cd-empresa   to ws-grp-cd-empresa(ws-qt-filiais)
                           move f00700-cd-filial    to ws-grp-cd-filial(ws-qt-filiais)
                           move f00700-cnpj         to ws-grp-cnpj(ws-qt-filiais)
                      else
                           move spaces              to ws-mensagem
                           string "Grupo com mais de 200 filiais - excedentes fora do consolidado!" into ws-mensagem
                           perform 9000-mensagem
                           set  lnk-com-warning     to true
                           exit perform
                      end-if
                 end-if

                 perform 9000-ler-pd00700-nex

            end-perform

       exit.

      *>=================================================================================
       2200-apurar-dre-filial section.

            initialize                              f09200-lancamento-gerencial
            move ws-grp-cd-empresa(ws-ix-filial)    to f09200-cd-empresa
            move ws-grp-cd-filial(ws-ix-filial)     to f09200-cd-filial
            perform 9000-str-pd09200-grt
            perform 9000-ler-pd09200-nex

            perform until not ws-operacao-ok
                          or f09200-cd-empresa <> ws-grp-cd-empresa(ws-ix-filial)
                          or f09200-cd-filial  <> ws-grp-cd-filial(ws-ix-filial)

                 if   f09200-data-lancamento(1:6) equal ws-ano-mes-rel
                      perform 2210-classificar-lancamento
                 end-if

                 perform 9000-ler-pd09200-nex

            end-perform

            compute ws-grp-resultado(ws-ix-filial) =
                    ws-grp-receita-bruta(ws-ix-filial)
                  - ws-grp-deducoes(ws-ix-filial)
                  - ws-grp-cmv(ws-ix-filial)
                  - ws-grp-despesas(ws-ix-filial)

            add  ws-grp-receita-bruta(ws-ix-filial) to ws-tot-receita-bruta
            add  ws-grp-deducoes(ws-ix-filial)      to ws-tot-deducoes
            add  ws-grp-cmv(ws-ix-filial)           to ws-tot-cmv
            add  ws-grp-despesas(ws-ix-filial)      to ws-tot-despesas
            add  ws-grp-resultado(ws-ix-filial)     to ws-tot-resultado

       exit.

      *>=================================================================================
       2210-classificar-lancamento section.

            move f09200-cd-conta-credito            to f09100-cd-conta
            perform 2220-tipo-da-conta
            if   ws-tipo-conta-crd equal "R"
                 add  f09200-valor-lancamento       to ws-grp-receita-bruta(ws-ix-filial)
            end-if

            move f09200-cd-conta-debito             to f09100-cd-conta
            perform 2220-tipo-da-conta
            evaluate ws-tipo-conta-deb
                 when "D"
                      add  f09200-valor-lancamento  to ws-grp-deducoes(ws-ix-filial)
                 when "C"
                      add  f09200-valor-lancamento  to ws-grp-cmv(ws-ix-filial)
                 when "G"
                      add  f09200-valor-lancamento  to ws-grp-despesas(ws-ix-filial)
            end-evaluate

       exit.

      *>=================================================================================
       2220-tipo-da-conta section.

            move ws-grp-cd-empresa(ws-ix-filial)    to f09100-cd-empresa
            move ws-grp-cd-filial(ws-ix-filial)     to f09100-cd-filial
            perform 9000-ler-pd09100-ran
            if   ws-operacao-ok
            and  f09100-conta-ativa
                 move f09100-tipo-conta             to ws-tipo-conta-deb
                 move f09100-tipo-conta             to ws-tipo-conta-crd
            else
                 move spaces                        to ws-tipo-conta-deb
                 move spaces                        to ws-tipo-conta-crd
            end-if

       exit.

      *>=================================================================================
       2300-imprimir-dre-filiais section.

            move spaces                             to rl-linha-relatorio
            string "1. DRE POR EMPRESA/FILIAL" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "EMP/FIL         RECEITA BRUTA           DEDUCOES                CMV           DESPESAS          RESULTADO"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-filial from 1 by 1 until ws-ix-filial > ws-qt-filiais
                 move ws-grp-receita-bruta(ws-ix-filial) to ws-valor-1-x
                 move ws-grp-deducoes(ws-ix-filial)      to ws-valor-2-x
                 move ws-grp-cmv(ws-ix-filial)           to ws-valor-3-x
                 move ws-grp-despesas(ws-ix-filial)      to ws-valor-4-x
                 move ws-grp-resultado(ws-ix-filial)     to ws-valor-5-x
                 move spaces                        to rl-linha-relatorio
                 string ws-grp-cd-empresa(ws-ix-filial) "/" ws-grp-cd-filial(ws-ix-filial)
                        ws-valor-1-x ws-valor-2-x ws-valor-3-x ws-valor-4-x ws-valor-5-x
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-perform

            move ws-tot-receita-bruta               to ws-valor-1-x
            move ws-tot-deducoes                    to ws-valor-2-x
            move ws-tot-cmv                         to ws-valor-3-x
            move ws-tot-despesas                    to ws-valor-4-x
            move ws-tot-resultado                   to ws-valor-5-x
            move spaces                             to rl-linha-relatorio
            string "SOMA    " ws-valor-1-x ws-valor-2-x ws-valor-3-x ws-valor-4-x ws-valor-5-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Saídas autorizadas da competência para cliente pessoa jurídica
      *> do grupo. Natureza sem financeiro é transferência entre filiais
      *> (CS20022C); as demais são vendas intercompany, cuja compra é
      *> eliminada do lado comprador em 2500.
       2400-eliminar-receitas section.

            move spaces                             to rl-linha-relatorio
            string "2. ELIMINACOES DE RECEITA (SAIDAS PARA EMPRESAS DO GRUPO)" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "EMP/FIL  NOTA          SER DATA        CLIENTE   CNPJ DESTINO    CONTRAPARTE  TIPO                VALOR"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-filial from 1 by 1 until ws-ix-filial > ws-qt-filiais

                 initialize                         f05000-mestre-nota-fiscal
                 move ws-grp-cd-empresa(ws-ix-filial) to f05000-cd-empresa
                 move ws-grp-cd-filial(ws-ix-filial)  to f05000-cd-filial
                 move 01                            to f05000-tipo-nota
                 perform 9000-str-pd05000-grt
                 perform 9000-ler-pd05000-nex

                 perform until not ws-operacao-ok
                               or f05000-cd-empresa <> ws-grp-cd-empresa(ws-ix-filial)
                               or f05000-cd-filial  <> ws-grp-cd-filial(ws-ix-filial)
                               or not f05000-nota-saida

                      if   f05000-nfe-autorizada
                      and  f05000-data-operacao(1:6) equal ws-ano-mes-rel
                           perform 2410-verificar-nota-grupo
                      end-if

                      perform 9000-ler-pd05000-nex

                 end-perform

            end-perform

            add  ws-elim-receita-venda              to ws-elim-receita
            add  ws-elim-receita-transf             to ws-elim-receita

            move ws-elim-receita-venda              to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL VENDAS INTERCOMPANY......: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-elim-receita-transf             to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL TRANSFERENCIAS...........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-elim-receita                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL RECEITA ELIMINADA........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2410-verificar-nota-grupo section.

            initialize                              f01400-cliente
            move f05000-cd-empresa                  to f01400-cd-empresa
            move f05000-cd-filial                   to f01400-cd-filial
            move f05000-cd-destinatario             to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
            or   not f01400-pessoa-juridica
                 exit section
            end-if

            move f01400-cgc                         to ws-cnpj-verificar
            perform 2900-verificar-cnpj-grupo
            if   not ws-cnpj-do-grupo
                 exit section
            end-if

            set  ws-eliminacao-venda                to true
            initialize                              f08400-natureza-operacao
            move f05000-cd-empresa                  to f08400-cd-empresa
            move f05000-cd-filial                   to f08400-cd-filial
            move f05000-cd-natureza                 to f08400-cd-natureza
            perform 9000-ler-pd08400-ran
            if   ws-operacao-ok
            and  f08400-nao-gera-financeiro
                 set  ws-eliminacao-transferencia   to true
            end-if

            if   ws-eliminacao-transferencia
                 move "TRANSF"                      to ws-ds-tipo-eliminacao
                 add  f05000-valor-total            to ws-elim-receita-transf
            else
                 move "VENDA"                       to ws-ds-tipo-eliminacao
                 add  f05000-valor-total            to ws-elim-receita-venda
            end-if
            add  1                                  to ws-nr-eliminacoes

            move f05000-valor-total                 to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string f05000-cd-empresa "/" f05000-cd-filial " "
                   f05000-numero-documento "     " f05000-serie-documento " "
                   f05000-data-operacao(7:2) "/" f05000-data-operacao(5:2) "/" f05000-data-operacao(1:4) " "
                   f05000-cd-destinatario " " ws-cnpj-verificar "  " ws-ds-contraparte "    "
                   ws-ds-tipo-eliminacao ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Compras das empresas do grupo: títulos a pagar com entrada na
      *> competência, não cancelados, de fornecedor do grupo. A diferença
      *> para as vendas intercompany é listada (nota ainda não lançada no
      *> comprador, divergência de valor).
       2500-eliminar-despesas section.

            move spaces                             to rl-linha-relatorio
            string "3. ELIMINACOES DE DESPESA (COMPRAS DE EMPRESAS DO GRUPO)" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "EMP/FIL  DOCUMENTO  PC ENTRADA     FORNECED  CNPJ ORIGEM     CONTRAPARTE                      VALOR"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-filial from 1 by 1 until ws-ix-filial > ws-qt-filiais

                 initialize                         f02700-conta-pagar
                 move ws-grp-cd-empresa(ws-ix-filial) to f02700-cd-empresa
                 move ws-grp-cd-filial(ws-ix-filial)  to f02700-cd-filial
                 perform 9000-str-pd02700-grt
                 perform 9000-ler-pd02700-nex

                 perform until not ws-operacao-ok
                               or f02700-cd-empresa <> ws-grp-cd-empresa(ws-ix-filial)
                               or f02700-cd-filial  <> ws-grp-cd-filial(ws-ix-filial)

                      if   f02700-data-entrada(1:6) equal ws-ano-mes-rel
                      and  not f02700-titulo-cancelado
                           perform 2510-verificar-compra-grupo
                      end-if

                      perform 9000-ler-pd02700-nex

                 end-perform

            end-perform

            compute ws-dif-venda-compra = ws-elim-receita-venda - ws-elim-despesa

            move ws-elim-despesa                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL DESPESA ELIMINADA........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            if   ws-dif-venda-compra not equal zeros
                 move ws-dif-venda-compra           to ws-valor-x
                 move spaces                        to rl-linha-relatorio
                 string "*** DIFERENCA VENDAS x COMPRAS INTERCOMPANY: " ws-valor-x
                        " - conferir notas nao lancadas no comprador" into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2510-verificar-compra-grupo section.

            initialize                              f01500-fornecedor
            move f02700-cd-empresa                  to f01500-cd-empresa
            move f02700-cd-filial                   to f01500-cd-filial
            move f02700-cd-fornecedor               to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
            or   not f01500-pessoa-juridica
                 exit section
            end-if

            move f01500-cgc                         to ws-cnpj-verificar
            perform 2900-verificar-cnpj-grupo
            if   not ws-cnpj-do-grupo
                 exit section
            end-if

            add  f02700-valor-parcela               to ws-elim-despesa
            add  1                                  to ws-nr-eliminacoes

            move f02700-valor-parcela               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string f02700-cd-empresa "/" f02700-cd-filial " "
                   f02700-numero-documento "  " f02700-nr-parcela " "
                   f02700-data-entrada(7:2) "/" f02700-data-entrada(5:2) "/" f02700-data-entrada(1:4) " "
                   f02700-cd-fornecedor " " ws-cnpj-verificar "  " ws-ds-contraparte "          "
                   ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2600-imprimir-dre-consolidado section.

            compute ws-con-receita-bruta   = ws-tot-receita-bruta - ws-elim-receita
            compute ws-con-receita-liquida = ws-con-receita-bruta - ws-tot-deducoes
            compute ws-con-lucro-bruto     = ws-con-receita-liquida - ws-tot-cmv
            compute ws-con-despesas        = ws-tot-despesas - ws-elim-despesa
            compute ws-con-resultado       = ws-con-lucro-bruto - ws-con-despesas

            if   ws-con-receita-bruta greater zeros
                 compute ws-margem-perc rounded =
                         ws-con-resultado * 100 / ws-con-receita-bruta
            else
                 move zeros                         to ws-margem-perc
            end-if

            move spaces                             to rl-linha-relatorio
            string "4. DRE CONSOLIDADO" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-receita-bruta               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "RECEITA BRUTA (SOMA).......: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-elim-receita                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(-) ELIMINACOES............: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-con-receita-bruta               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(=) RECEITA BRUTA CONSOL...: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-deducoes                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(-) DEDUCOES...............: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-con-receita-liquida             to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(=) RECEITA LIQUIDA........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-cmv                         to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(-) CMV....................: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-con-lucro-bruto                 to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(=) LUCRO BRUTO............: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-tot-despesas                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(-) DESPESAS (SOMA)........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-elim-despesa                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(+) ELIMINACOES............: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-con-resultado                   to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "(=) RESULTADO CONSOLIDADO..: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-margem-perc                     to ws-margem-perc-x
            move spaces                             to rl-linha-relatorio
            string "MARGEM SOBRE RECEITA.......: " ws-margem-perc-x " %" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Títulos em aberto (aberto/vencido) entre empresas do grupo: o
      *> saldo a receber de uma deve bater com o saldo a pagar da outra;
      *> ambos saem do patrimonial consolidado.
       2700-saldos-intercompany section.

            move spaces                             to rl-linha-relatorio
            string "5. SALDOS INTERCOMPANY EM ABERTO (ELIMINADOS DO PATRIMONIAL)" into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "EMP/FIL  TIPO    DOCUMENTO  PC VENCIMENTO  PARCEIRO  CNPJ            CONTRAPARTE                      SALDO"
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform varying ws-ix-filial from 1 by 1 until ws-ix-filial > ws-qt-filiais
                 perform 2710-receber-grupo
                 perform 2720-pagar-grupo
            end-perform

            compute ws-dif-receber-pagar = ws-saldo-receber-grupo - ws-saldo-pagar-grupo

            move ws-saldo-receber-grupo             to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL A RECEBER DO GRUPO.......: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-saldo-pagar-grupo               to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL A PAGAR AO GRUPO.........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            if   ws-dif-receber-pagar not equal zeros
                 move ws-dif-receber-pagar          to ws-valor-x
                 move spaces                        to rl-linha-relatorio
                 string "*** DIFERENCA RECEBER x PAGAR..: " ws-valor-x
                        " - conferir titulos intercompany" into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       2710-receber-grupo section.

            initialize                              f02600-conta-receber
            move ws-grp-cd-empresa(ws-ix-filial)    to f02600-cd-empresa
            move ws-grp-cd-filial(ws-ix-filial)     to f02600-cd-filial
            perform 9000-str-pd02600-grt
            perform 9000-ler-pd02600-nex

            perform until not ws-operacao-ok
                          or f02600-cd-empresa <> ws-grp-cd-empresa(ws-ix-filial)
                          or f02600-cd-filial  <> ws-grp-cd-filial(ws-ix-filial)

                 if   f02600-titulo-aberto
                 or   f02600-titulo-vencido
                      perform 2711-verificar-receber-grupo
                 end-if

                 perform 9000-ler-pd02600-nex

            end-perform

       exit.

      *>=================================================================================
       2711-verificar-receber-grupo section.

            initialize                              f01400-cliente
            move f02600-cd-empresa                  to f01400-cd-empresa
            move f02600-cd-filial                   to f01400-cd-filial
            move f02600-cd-cliente                  to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
            or   not f01400-pessoa-juridica
                 exit section
            end-if

            move f01400-cgc                         to ws-cnpj-verificar
            perform 2900-verificar-cnpj-grupo
            if   not ws-cnpj-do-grupo
                 exit section
            end-if

            if   f02600-valor-pago >= f02600-valor-parcela
                 exit section
            end-if
            compute ws-valor-aberto = f02600-valor-parcela - f02600-valor-pago
            add  ws-valor-aberto                    to ws-saldo-receber-grupo
            add  1                                  to ws-nr-titulos-grupo

            move ws-valor-aberto                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string f02600-cd-empresa "/" f02600-cd-filial " RECEBER "
                   f02600-numero-documento "  " f02600-nr-parcela " "
                   f02600-data-vencimento(7:2) "/" f02600-data-vencimento(5:2) "/" f02600-data-vencimento(1:4) " "
                   f02600-cd-cliente " " ws-cnpj-verificar " " ws-ds-contraparte "          "
                   ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2720-pagar-grupo section.

            initialize                              f02700-conta-pagar
            move ws-grp-cd-empresa(ws-ix-filial)    to f02700-cd-empresa
            move ws-grp-cd-filial(ws-ix-filial)     to f02700-cd-filial
            perform 9000-str-pd02700-grt
            perform 9000-ler-pd02700-nex

            perform until not ws-operacao-ok
                          or f02700-cd-empresa <> ws-grp-cd-empresa(ws-ix-filial)
                          or f02700-cd-filial  <> ws-grp-cd-filial(ws-ix-filial)

                 if   f02700-titulo-aberto
                 or   f02700-titulo-vencido
                      perform 2721-verificar-pagar-grupo
                 end-if

                 perform 9000-ler-pd02700-nex

            end-perform

       exit.

      *>=================================================================================
       2721-verificar-pagar-grupo section.

            initialize                              f01500-fornecedor
            move f02700-cd-empresa                  to f01500-cd-empresa
            move f02700-cd-filial                   to f01500-cd-filial
            move f02700-cd-fornecedor               to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
            or   not f01500-pessoa-juridica
                 exit section
            end-if

            move f01500-cgc                         to ws-cnpj-verificar
            perform 2900-verificar-cnpj-grupo
            if   not ws-cnpj-do-grupo
                 exit section
            end-if

            if   f02700-valor-pago >= f02700-valor-parcela
                 exit section
            end-if
            compute ws-valor-aberto = f02700-valor-parcela - f02700-valor-pago
            add  ws-valor-aberto                    to ws-saldo-pagar-grupo
            add  1                                  to ws-nr-titulos-grupo

            move ws-valor-aberto                    to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string f02700-cd-empresa "/" f02700-cd-filial " PAGAR   "
                   f02700-numero-documento "  " f02700-nr-parcela " "
                   f02700-data-vencimento(7:2) "/" f02700-data-vencimento(5:2) "/" f02700-data-vencimento(1:4) " "
                   f02700-cd-fornecedor " " ws-cnpj-verificar " " ws-ds-contraparte "          "
                   ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
      *> Contraparte do grupo: mesma raiz de CNPJ (8 dígitos) de alguma
      *> empresa/filial da tabela. Com CNPJ completo cadastrado no
      *> pd00700 a contraparte sai como EEE/FFFF; só com a raiz, "RAIZ".
       2900-verificar-cnpj-grupo section.

            set  ws-cnpj-do-grupo                   to false
            move zeros                              to ws-ix-contraparte
            move spaces                             to ws-ds-contraparte

            if   ws-cnpj-verificar equal zeros
                 exit section
            end-if

            perform varying ws-ix-busca from 1 by 1 until ws-ix-busca > ws-qt-filiais
                 if   ws-grp-cnpj(ws-ix-busca)(1:8) equal ws-cnpj-verificar(1:8)
                      set  ws-cnpj-do-grupo         to true
                      if   ws-grp-cnpj(ws-ix-busca) equal ws-cnpj-verificar
                           move ws-ix-busca         to ws-ix-contraparte
                      end-if
                 end-if
            end-perform

            if   ws-ix-contraparte greater zeros
                 string ws-grp-cd-empresa(ws-ix-contraparte) "/"
                        ws-grp-cd-filial(ws-ix-contraparte) into ws-ds-contraparte
            else
                 if   ws-cnpj-do-grupo
                      move "RAIZ"                   to ws-ds-contraparte
                 end-if
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00700
            close pd09200
            close pd09100
            close pd05000
            close pd08400
            close pd01400
            close pd01500
            close pd02600
            close pd02700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00700.cpy.
       copy CSR09200.cpy.
       copy CSR09100.cpy.
       copy CSR05000.cpy.
       copy CSR08400.cpy.
       copy CSR01400.cpy.
       copy CSR01500.cpy.
       copy CSR02600.cpy.
       copy CSR02700.cpy.
