       copy CSS01500.cpy.
       copy CSS09300.cpy.
       copy CSS09400.cpy.
       copy CSS13700.cpy.
       copy CSS13800.cpy.
       copy CSS04700.cpy.
       copy CSS09200.cpy.
       copy CSS14200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF01500.cpy.
       copy CSF09300.cpy.
       copy CSF09400.cpy.
       copy CSF13700.cpy.
       copy CSF13800.cpy.
       copy CSF04700.cpy.
       copy CSF09200.cpy.
       copy CSF14200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       78   c-este-programa                        value "CS50002C".
       78   c-descricao-programa                   value "CONTAS A PAGAR".
       78   c-lancar-tesouraria                    value "CS00125S".
       78   c-compensar-adiantamento               value "CS00138S".
       78   c-serie-titulo-retencao                value "RET".
       78   c-valor-minimo-retencao                value 10.
       78   c-dia-vencimento-federal               value 20.
       78   c-dia-vencimento-iss                   value 10.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW14200.cpy.

      *> Rateio do documento por centros de custo (pd09300/pd09400)

            03 lk-tes-id-resultado                 pic x(01).
               88 lk-tes-gravado                       value "S" false "N".

      *> Mesmo leiaute de lk-parametros-adiantamento em CS00138S
       01   lk-parametros-adiantamento.
            03 lk-adt-modo                         pic x(01).
               88 lk-adt-consultar-saldo               value "S".
               88 lk-adt-compensar                     value "C".
               88 lk-adt-efetivar-reservas             value "E".
            03 lk-adt-tipo-parceiro                pic x(01).
            03 lk-adt-cd-parceiro                  pic 9(09).
            03 lk-adt-numero-documento             pic 9(09).
            03 lk-adt-valor-limite                 pic 9(09)v9(02).
            03 lk-adt-ds-origem                    pic x(08).
            03 lk-adt-valor-saldo                  pic 9(09)v9(02).
            03 lk-adt-valor-compensado             pic 9(09)v9(02).
            03 lk-adt-valor-reservado              pic 9(09)v9(02).
            03 lk-adt-id-resultado                 pic x(01).
               88 lk-adt-processado                    value "S" false "N".

       01   ws-rateio-centros.
            03 ws-cd-centro                        pic 9(04).
            03 ws-valor-rateio                     pic 9(09)v9(02).
            03 ws-valor-restante                   pic 9(09)v9(02).
            03 ws-valor-restante-x                 pic zzz.zzz.zz9,99.

 *> Retenções na fonte do documento (regra pd13700 -> pd13800) e
      *> títulos gerados para os órgãos arrecadadores
       01   ws-retencoes.
            03 ws-id-retencao                      pic x(01).
               88 ws-com-retencao                       value "S" false "N".
            03 ws-id-retencao-valida               pic x(01).
               88 ws-retencao-valida                    value "S" false "N".
            03 ws-valor-liquido-nota               pic 9(09)v9(02).
            03 ws-valor-irrf                       pic 9(09)v9(02).
            03 ws-valor-inss                       pic 9(09)v9(02).
            03 ws-valor-iss                        pic 9(09)v9(02).
            03 ws-valor-pis                        pic 9(09)v9(02).
            03 ws-valor-cofins                     pic 9(09)v9(02).
            03 ws-valor-csll                       pic 9(09)v9(02).
            03 ws-valor-pcc                        pic 9(09)v9(02).
            03 ws-valor-total-retido               pic 9(09)v9(02).
            03 ws-data-emissao-documento           pic 9(08).
            03 ws-cd-parametro-retencao            pic x(20).
            03 ws-valor-parametro-retencao         pic 9(09).
            03 ws-fornecedor-orgao                 occurs 4 times
                                                   pic 9(09).
            03 ws-ix-orgao                         pic 9(01).
            03 ws-valor-orgao                      pic 9(09)v9(02).
            03 ws-dia-vencimento-orgao             pic 9(02).
            03 ws-data-vencimento-orgao            pic 9(08).
            03 filler redefines ws-data-vencimento-orgao.
               05 ws-ano-vencimento-orgao          pic 9(04).
               05 ws-mes-vencimento-orgao          pic 9(02).
               05 ws-dia-venc-orgao                pic 9(02).
            03 ws-id-parcela-ativa                 pic x(01).
               88 ws-documento-com-parcela-ativa        value "S" false "N".
            03 ws-valor-retencao-x                 occurs 6 times
                                                   pic zzz.zzz.zz9,99.

      *> Pagamento de título em moeda estrangeira: a parcela está em
      *> reais pela taxa do registro; o valor pago sai pela taxa do dia
      *> e a diferença vai para variação cambial em pd09200
       01   ws-variacao-cambial.
            03 ws-id-cambio                        pic x(01).
               88 ws-cambio-confirmado                  value "S" false "N".
            03 ws-taxa-pagamento                   pic 9(03)v9(06).
            03 ws-valor-moeda-baixa                pic 9(11)v9(02).
            03 ws-valor-pago-reais                 pic 9(09)v9(02).
            03 ws-valor-variacao                   pic s9(09)v9(02).
            03 ws-valor-lancamento                 pic 9(09)v9(02).
            03 ws-nr-sequencia-lcto                pic 9(09).
            03 ws-conta-caixa                      pic 9(05) value 11000.
            03 ws-conta-var-cambial-ativa          pic 9(05) value 34000.
            03 ws-conta-var-cambial-passiva        pic 9(05) value 45100.
            03 ws-cd-parametro-conta               pic x(20).
            03 ws-taxa-x                           pic zz9,999999.
            03 ws-valor-moeda-x                    pic zz.zzz.zzz.zz9,99.
            03 ws-valor-reais-x                    pic zz.zzz.zzz.zz9,99.
            03 ws-valor-variacao-x                 pic -z.zzz.zzz.zz9,99.

       01   ws-campos-trabalho.
            03 ws-id-titulo                        pic x(01).
               88 ws-titulo-encontrado                  value "S" false "N".
            03 ws-cd-fornecedor-rel                pic 9(09).
            03 ws-valor-aberto-rel                 pic 9(10)v9(02).
            03 ws-valor-aberto-rel-x               pic zz.zzz.zzz.zz9,99.
            03 ws-valor-adiantamento-x             pic zz.zzz.zzz.zz9,99.

       01   f-titulo.
            03 f-cd-fornecedor                     pic 9(09).
            03 f-valor-baixa                       pic zzz.zzz.zz9,99.
            03 f-ds-aprovacao                      pic x(30).
            03 f-ds-status                         pic x(30).
            03 f-cd-tipo-servico                   pic 9(03).
            03 f-valor-retido                      pic zzz.zzz.zz9,99.
            03 f-cd-moeda                          pic x(03).
            03 f-taxa-cambio                       pic zz9,999999.
            03 f-valor-moeda                       pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.
            03 line 21 col 65   pic zzz.zzz.zz9,99 from f-valor-baixa.
            03 line 23 col 24   pic x(09) value "Aprovado:".
            03 line 23 col 34   pic x(30) from f-ds-aprovacao.
            03 line 23 col 66   pic x(13) value "Tipo Servico:".
            03 line 23 col 80   pic 9(03) from f-cd-tipo-servico.
            03 line 25 col 26   pic x(07) value "Status:".
            03 line 25 col 34   pic x(30) from f-ds-status.
            03 line 25 col 66   pic x(13) value "Total Retido:".
            03 line 25 col 80   pic zzz.zzz.zz9,99 from f-valor-retido.
            03 line 27 col 26   pic x(07) value "Moeda:".
            03 line 27 col 34   pic x(03) from f-cd-moeda.
            03 line 27 col 40   pic x(12) value "Taxa Cambio:".
            03 line 27 col 53   pic zz9,999999 from f-taxa-cambio.
            03 line 27 col 66   pic x(12) value "Valor Moeda:".
            03 line 27 col 79   pic zz.zzz.zzz.zz9,99 from f-valor-moeda.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd09300
            perform 9000-abrir-io-pd09400
            perform 9000-abrir-i-pd04700

            string lnk-dat-path delimited   by "  " "\EFD092.DAT" into wid-pd09200
            open i-o pd09200
            if   ws-arquivo-inexistente
                 open output pd09200
                 close pd09200
                 open i-o pd09200
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD092.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-periodo-contabil

            perform 1100-carregar-contas-cambio

            string lnk-dat-path delimited   by "  " "\EFD137.DAT" into wid-pd13700
            open input pd13700
            if   ws-arquivo-inexistente
                 open output pd13700
                 close pd13700
                 open input pd13700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD137.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD138.DAT" into wid-pd13800
            open i-o pd13800
            if   ws-arquivo-inexistente
                 open output pd13800
                 close pd13800
                 open i-o pd13800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD138.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

            close pd01500
            close pd09300
            close pd09400
            close pd04700
            close pd13700
            close pd13800
            close pd09200
            close pd14200

       exit.

      *>=================================================================================
      *> Contas gerenciais da variação cambial no pagamento de títulos
      *> em moeda estrangeira - parâmetros CTB-* em pd04700, com os
      *> padrões do plano sugerido quando não parametrizado.
       1100-carregar-contas-cambio section.

            move "CTB-CONTA-CAIXA"                 to ws-cd-parametro-conta
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-caixa
            end-if
            move "CTB-CONTA-VAR-CAMB-ATIVA"        to ws-cd-parametro-conta
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-var-cambial-ativa
            end-if
            move "CTB-CONTA-VAR-CAMB-PASSIVA"      to ws-cd-parametro-conta
            perform 1110-ler-parametro-conta
            if   f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-conta-var-cambial-passiva
            end-if

       exit.

      *>=================================================================================
       1110-ler-parametro-conta section.

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro-conta             to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   not ws-operacao-ok
            or   not f04700-parametro-ativo
                 move zeros                        to f04700-valor-numero
            end-if

       exit.

                 move 30                           to ws-intervalo-dias
            end-if

            move f-data-emissao                    to ws-data
            move ws-dia                            to ws-dia-inv
            move ws-mes                            to ws-mes-inv
            move ws-ano                            to ws-ano-inv
            move ws-data-inv                       to ws-data-emissao-documento

            perform 2170-calcular-retencoes
            if   not ws-retencao-valida
                 exit section
            end-if

      *> Com retenção, o parcelamento é sobre o líquido a pagar; o
      *> rateio por centro de custo continua sobre o valor bruto
            compute ws-valor-parcela rounded = ws-valor-liquido-nota / ws-nr-parcelas
            compute ws-valor-ultima-parcela =
                    ws-valor-liquido-nota - (ws-valor-parcela * (ws-nr-parcelas - 1))

            move ws-data-emissao-documento         to ws-data-vencimento

            perform varying ws-nr-parcela from 1 by 1
                    until ws-nr-parcela > ws-nr-parcelas
                 move lnk-id-usuario                 to f02700-id-usuario-inclusao
                 set  f02700-titulo-aprovado         to false
                 set  f02700-titulo-aberto           to true
                 if   ws-com-retencao
                      set  f02700-com-retencao       to true
                 end-if

                 perform 9000-gravar-pd02700
                 if   not ws-operacao-ok

            end-perform

            if   ws-com-retencao
                 perform 2180-gerar-retencoes
            end-if

            perform 2150-ratear-centros-custo

            if   ws-com-retencao
                 move ws-valor-total-retido        to ws-valor-retencao-x(1)
                 string "Documento lançado em " ws-nr-parcelas " parcela(s) líquidas - retido R$ "
                        ws-valor-retencao-x(1) " - pendente de aprovação!" into ws-mensagem
            else
                 string "Documento lançado em " ws-nr-parcelas " parcela(s) - pendente de aprovação!" into ws-mensagem
            end-if
            perform 9000-mensagem

            perform 2195-compensar-adiantamento

       exit.

      *>=================================================================================

       exit.

      *>=================================================================================
      *> Retenções na fonte: fornecedor com regra ativa em pd13700 tem o
      *> tipo de serviço informado na entrada e cada tributo calculado
      *> sobre o valor bruto pela alíquota da regra. IRRF e o conjunto
      *> PIS/COFINS/CSLL até R$ 10,00 e INSS abaixo de R$ 10,00 são
      *> dispensados (não há DARF/GPS nesses valores); ISS não tem
      *> mínimo. Todo tributo retido precisa do fornecedor do órgão
      *> parametrizado em pd04700 (RET-FORN-IRRF, RET-FORN-INSS,
      *> RET-FORN-ISS e RET-FORN-PCC) - sem ele a entrada é recusada
      *> antes de gravar qualquer coisa.
       2170-calcular-retencoes section.

            set  ws-com-retencao                   to false
            set  ws-retencao-valida                to true
            move zeros                             to ws-valor-irrf
                                                      ws-valor-inss
                                                      ws-valor-iss
                                                      ws-valor-pis
                                                      ws-valor-cofins
                                                      ws-valor-csll
                                                      ws-valor-pcc
                                                      ws-valor-total-retido
            move zeros                             to f-cd-tipo-servico
            move ws-valor-total-nota               to ws-valor-liquido-nota
            initialize                             ws-fornecedor-orgao(1)
                                                   ws-fornecedor-orgao(2)
                                                   ws-fornecedor-orgao(3)
                                                   ws-fornecedor-orgao(4)

      *> Fornecedor tem regra? A primeira regra ativa é a sugestão
            initialize                             f13700-regra-retencao
            move lnk-cd-empresa                    to f13700-cd-empresa
            move lnk-cd-filial                     to f13700-cd-filial
            move f-cd-fornecedor                   to f13700-cd-fornecedor
            perform 9000-str-pd13700-grt
            perform 9000-ler-pd13700-nex
            perform until not ws-operacao-ok
                          or f13700-cd-empresa    <> lnk-cd-empresa
                          or f13700-cd-filial     <> lnk-cd-filial
                          or f13700-cd-fornecedor <> f-cd-fornecedor
                          or f13700-regra-ativa
                 perform 9000-ler-pd13700-nex
            end-perform

            if   not ws-operacao-ok
            or   f13700-cd-empresa    <> lnk-cd-empresa
            or   f13700-cd-filial     <> lnk-cd-filial
            or   f13700-cd-fornecedor <> f-cd-fornecedor
                 exit section
            end-if

            move f13700-cd-tipo-servico            to f-cd-tipo-servico

            perform until exit
                 accept f-cd-tipo-servico at line 23 col 80 with update auto-skip
                 initialize                        f13700-regra-retencao
                 move lnk-cd-empresa               to f13700-cd-empresa
                 move lnk-cd-filial                to f13700-cd-filial
                 move f-cd-fornecedor              to f13700-cd-fornecedor
                 move f-cd-tipo-servico            to f13700-cd-tipo-servico
                 perform 9000-ler-pd13700-ran
                 if   ws-operacao-ok
                 and  f13700-regra-ativa
                      exit perform
                 end-if
                 move "Tipo de serviço sem regra de retenção ativa para este fornecedor!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            compute ws-valor-irrf   rounded = ws-valor-total-nota * f13700-aliq-irrf   / 100
            compute ws-valor-inss   rounded = ws-valor-total-nota * f13700-aliq-inss   / 100
            compute ws-valor-iss    rounded = ws-valor-total-nota * f13700-aliq-iss    / 100
            compute ws-valor-pis    rounded = ws-valor-total-nota * f13700-aliq-pis    / 100
            compute ws-valor-cofins rounded = ws-valor-total-nota * f13700-aliq-cofins / 100
            compute ws-valor-csll   rounded = ws-valor-total-nota * f13700-aliq-csll   / 100

            if   ws-valor-irrf not greater c-valor-minimo-retencao
                 move zeros                        to ws-valor-irrf
            end-if
            if   ws-valor-inss less c-valor-minimo-retencao
                 move zeros                        to ws-valor-inss
            end-if
            compute ws-valor-pcc = ws-valor-pis + ws-valor-cofins + ws-valor-csll
            if   ws-valor-pcc not greater c-valor-minimo-retencao
                 move zeros                        to ws-valor-pis
                                                      ws-valor-cofins
                                                      ws-valor-csll
                                                      ws-valor-pcc
            end-if

            compute ws-valor-total-retido =
                    ws-valor-irrf + ws-valor-inss + ws-valor-iss + ws-valor-pcc

            if   ws-valor-total-retido equal zeros
                 exit section
            end-if

            if   ws-valor-total-retido not less ws-valor-total-nota
                 move "Retenções somam o valor total do documento - verifique a regra!" to ws-mensagem
                 perform 9000-mensagem
                 set  ws-retencao-valida           to false
                 exit section
            end-if

            if   ws-valor-irrf greater zeros
                 move "RET-FORN-IRRF"              to ws-cd-parametro-retencao
                 perform 2175-ler-parametro-retencao
                 move ws-valor-parametro-retencao  to ws-fornecedor-orgao(1)
            end-if
            if   ws-valor-inss greater zeros
                 move "RET-FORN-INSS"              to ws-cd-parametro-retencao
                 perform 2175-ler-parametro-retencao
                 move ws-valor-parametro-retencao  to ws-fornecedor-orgao(2)
            end-if
            if   ws-valor-iss greater zeros
                 move "RET-FORN-ISS"               to ws-cd-parametro-retencao
                 perform 2175-ler-parametro-retencao
                 move ws-valor-parametro-retencao  to ws-fornecedor-orgao(3)
            end-if
            if   ws-valor-pcc greater zeros
                 move "RET-FORN-PCC"               to ws-cd-parametro-retencao
                 perform 2175-ler-parametro-retencao
                 move ws-valor-parametro-retencao  to ws-fornecedor-orgao(4)
            end-if

            if   not ws-retencao-valida
                 exit section
            end-if

            set  ws-com-retencao                   to true
            compute ws-valor-liquido-nota = ws-valor-total-nota - ws-valor-total-retido
            move ws-valor-total-retido             to f-valor-retido

            move ws-valor-irrf                     to ws-valor-retencao-x(1)
            move ws-valor-inss                     to ws-valor-retencao-x(2)
            move ws-valor-iss                      to ws-valor-retencao-x(3)
            move ws-valor-pcc                      to ws-valor-retencao-x(4)
            move ws-valor-liquido-nota             to ws-valor-retencao-x(5)
            string "Retenções - IRRF " ws-valor-retencao-x(1)
                   " INSS " ws-valor-retencao-x(2)
                   " ISS " ws-valor-retencao-x(3)
                   " PIS/COFINS/CSLL " ws-valor-retencao-x(4)
                   " - Líquido " ws-valor-retencao-x(5) into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Fornecedor (órgão arrecadador) que recebe o título do tributo
      *> retido - parâmetro numérico obrigatório e existente no cadastro.
       2175-ler-parametro-retencao section.

            move zeros                             to ws-valor-parametro-retencao

            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro-retencao          to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
                 move f04700-valor-numero          to ws-valor-parametro-retencao
            end-if

            if   ws-valor-parametro-retencao equal zeros
                 string "Parâmetro " ws-cd-parametro-retencao delimited by "  "
                        " (fornecedor do órgão) não cadastrado - documento não lançado!"
                        delimited by size into ws-mensagem
                 perform 9000-mensagem
                 set  ws-retencao-valida           to false
            end-if

       exit.

      *>=================================================================================
      *> Grava a retenção do documento (pd13800) e um título por órgão,
      *> sujeito à mesma aprovação dos demais: tributos federais e INSS
      *> vencem no dia 20 do mês seguinte à emissão, ISS no dia 10 (ou
      *> no parâmetro RET-DIA-ISS).
       2180-gerar-retencoes section.

            initialize                             f13800-retencao-titulo
            move lnk-cd-empresa                    to f13800-cd-empresa
            move lnk-cd-filial                     to f13800-cd-filial
            move f-cd-fornecedor                   to f13800-cd-fornecedor
            move f-numero-documento                to f13800-numero-documento
            move f-serie-documento                 to f13800-serie-documento
            move ws-data-emissao-documento         to f13800-data-emissao
            move f13700-cd-tipo-servico            to f13800-cd-tipo-servico
            move f13700-cd-servico-reinf           to f13800-cd-servico-reinf
            move f13700-cd-natureza-rendimento     to f13800-cd-natureza-rendimento
            move ws-valor-total-nota               to f13800-valor-bruto
            move ws-valor-irrf                     to f13800-valor-irrf
            move ws-valor-inss                     to f13800-valor-inss
            move ws-valor-iss                      to f13800-valor-iss
            move ws-valor-pis                      to f13800-valor-pis
            move ws-valor-cofins                   to f13800-valor-cofins
            move ws-valor-csll                     to f13800-valor-csll
            move ws-valor-liquido-nota             to f13800-valor-liquido
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f13800-data-inclusao
            move lnk-id-usuario                    to f13800-id-usuario-inclusao
            set  f13800-retencao-ativa             to true

            move c-dia-vencimento-federal          to ws-dia-vencimento-orgao
            move 1                                 to ws-ix-orgao
            move ws-valor-irrf                     to ws-valor-orgao
            perform 2181-gravar-titulo-orgao
            move 2                                 to ws-ix-orgao
            move ws-valor-inss                     to ws-valor-orgao
            perform 2181-gravar-titulo-orgao
            move 4                                 to ws-ix-orgao
            move ws-valor-pcc                      to ws-valor-orgao
            perform 2181-gravar-titulo-orgao

            move c-dia-vencimento-iss              to ws-dia-vencimento-orgao
            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move "RET-DIA-ISS"                     to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
            and  f04700-valor-numero less 29
                 move f04700-valor-numero          to ws-dia-vencimento-orgao
            end-if
            move 3                                 to ws-ix-orgao
            move ws-valor-iss                      to ws-valor-orgao
            perform 2181-gravar-titulo-orgao

            perform 9000-gravar-pd13800
            if   not ws-operacao-ok
                 string "Erro ao gravar retenções do documento - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Título do tributo retido na faixa reservada 970.000.000+ -
      *> colisão de número (mesmo órgão, outro fornecedor com o mesmo
      *> número de documento) avança para o próximo livre.
       2181-gravar-titulo-orgao section.

            if   ws-valor-orgao equal zeros
                 exit section
            end-if

            move ws-data-emissao-documento         to ws-data-vencimento-orgao
            add  1                                 to ws-mes-vencimento-orgao
            if   ws-mes-vencimento-orgao greater 12
                 move 01                           to ws-mes-vencimento-orgao
                 add  1                            to ws-ano-vencimento-orgao
            end-if
            move ws-dia-vencimento-orgao           to ws-dia-venc-orgao

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            move ws-fornecedor-orgao(ws-ix-orgao)  to f02700-cd-fornecedor
            compute f02700-numero-documento =
                    970000000 + function mod(f-numero-documento, 10000000)
            move 01                                to f02700-nr-parcela
            move c-serie-titulo-retencao           to f02700-serie-documento
            move ws-data-emissao-documento         to f02700-data-emissao
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f02700-data-entrada
            move ws-data-vencimento-orgao          to f02700-data-vencimento
            move ws-valor-orgao                    to f02700-valor-parcela
            move zeros                             to f02700-valor-pago
            move lnk-id-usuario                    to f02700-id-usuario-inclusao
            set  f02700-titulo-aprovado            to false
            set  f02700-titulo-aberto              to true

            perform 9000-gravar-pd02700
            perform until not ws-registro-existente
                 add  1                            to f02700-numero-documento
                 perform 9000-gravar-pd02700
            end-perform

            if   not ws-operacao-ok
                 string "Erro ao gravar título do tributo retido - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f02700-cd-fornecedor              to f13800-cd-fornecedor-orgao(ws-ix-orgao)
            move f02700-numero-documento           to f13800-nr-titulo-orgao(ws-ix-orgao)

       exit.

      *>=================================================================================
      *> Cancelamento da última parcela ativa do documento desfaz as
      *> retenções: títulos dos órgãos ainda sem pagamento são
      *> cancelados; título já recolhido fica e é avisado (compensar
      *> no próximo recolhimento).
       2190-cancelar-retencoes section.

            set  ws-documento-com-parcela-ativa    to false

            initialize                             f02700-conta-pagar
            move lnk-cd-empresa                    to f02700-cd-empresa
            move lnk-cd-filial                     to f02700-cd-filial
            move f-cd-fornecedor                   to f02700-cd-fornecedor
            move f-numero-documento                to f02700-numero-documento
            perform 9000-str-pd02700-grt
            perform 9000-ler-pd02700-nex
            perform until not ws-operacao-ok
                          or f02700-cd-empresa       <> lnk-cd-empresa
                          or f02700-cd-filial        <> lnk-cd-filial
                          or f02700-cd-fornecedor    <> f-cd-fornecedor
                          or f02700-numero-documento <> f-numero-documento
                 if   not f02700-titulo-cancelado
                      set  ws-documento-com-parcela-ativa to true
                 end-if
                 perform 9000-ler-pd02700-nex
            end-perform

            if   ws-documento-com-parcela-ativa
                 exit section
            end-if

            initialize                             f13800-retencao-titulo
            move lnk-cd-empresa                    to f13800-cd-empresa
            move lnk-cd-filial                     to f13800-cd-filial
            move f-cd-fornecedor                   to f13800-cd-fornecedor
            move f-numero-documento                to f13800-numero-documento
            perform 9000-ler-pd13800-ran
            if   not ws-operacao-ok
            or   not f13800-retencao-ativa
                 exit section
            end-if

            perform varying ws-ix-orgao from 1 by 1 until ws-ix-orgao > 4
                 if   f13800-nr-titulo-orgao(ws-ix-orgao) greater zeros
                      initialize                   f02700-conta-pagar
                      move lnk-cd-empresa          to f02700-cd-empresa
                      move lnk-cd-filial           to f02700-cd-filial
                      move f13800-cd-fornecedor-orgao(ws-ix-orgao) to f02700-cd-fornecedor
                      move f13800-nr-titulo-orgao(ws-ix-orgao)     to f02700-numero-documento
                      move 01                      to f02700-nr-parcela
                      perform 9000-ler-pd02700-ran
                      if   ws-operacao-ok
                           if   f02700-valor-pago equal zeros
                                set  f02700-titulo-cancelado to true
                                perform 9000-regravar-pd02700
                           else
                                string "Título " f02700-numero-documento " do tributo retido já recolhido - compensar no próximo recolhimento!" into ws-mensagem
                                perform 9000-mensagem
                           end-if
                      end-if
                 end-if
            end-perform

            set  f13800-retencao-cancelada         to true
            perform 9000-regravar-pd13800

       exit.

      *>=================================================================================
      *> Adiantamento ao fornecedor (CS50027C): a reserva feita no
      *> recebimento da nota (CS40002C) é baixada nas parcelas recém
      *> lançadas; restando saldo em aberto, o operador pode compensá-lo
      *> também neste documento.
       2195-compensar-adiantamento section.

            initialize                             lk-parametros-adiantamento
            set  lk-adt-efetivar-reservas          to true
            move "F"                               to lk-adt-tipo-parceiro
            move f-cd-fornecedor                   to lk-adt-cd-parceiro
            move f-numero-documento                to lk-adt-numero-documento
            move c-este-programa                   to lk-adt-ds-origem
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            if   lk-adt-valor-compensado greater zeros
                 move lk-adt-valor-compensado      to ws-valor-adiantamento-x
                 move spaces                       to ws-mensagem
                 string "Adiantamento reservado no recebimento: R$ " ws-valor-adiantamento-x
                        " baixado nas parcelas do documento!" into ws-mensagem
                 perform 9000-mensagem
            end-if

            if   lk-adt-valor-saldo equal zeros
                 exit section
            end-if

            move lk-adt-valor-saldo                to ws-valor-adiantamento-x
            move spaces                            to ws-mensagem
            string "Fornecedor possui adiantamento em aberto de R$ " ws-valor-adiantamento-x
                   " - compensar neste documento? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  lk-adt-compensar                  to true
            move zeros                             to lk-adt-valor-limite
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            move lk-adt-valor-compensado           to ws-valor-adiantamento-x
            move spaces                            to ws-mensagem
            string "Compensado R$ " ws-valor-adiantamento-x " do adiantamento nas parcelas do documento!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-consulta section.

            perform 8000-limpa-tela

            perform 2200-localizar-titulo
            if   not ws-titulo-encontrado
            or   not f02700-com-retencao
                 exit section
            end-if

            initialize                             f13800-retencao-titulo
            move f02700-cd-empresa                 to f13800-cd-empresa
            move f02700-cd-filial                  to f13800-cd-filial
            move f02700-cd-fornecedor              to f13800-cd-fornecedor
            move f02700-numero-documento           to f13800-numero-documento
            perform 9000-ler-pd13800-ran
            if   ws-operacao-ok
                 move f13800-valor-bruto           to ws-valor-retencao-x(1)
                 move f13800-valor-irrf            to ws-valor-retencao-x(2)
                 move f13800-valor-inss            to ws-valor-retencao-x(3)
                 move f13800-valor-iss             to ws-valor-retencao-x(4)
                 compute ws-valor-pcc = f13800-valor-pis + f13800-valor-cofins + f13800-valor-csll
                 move ws-valor-pcc                 to ws-valor-retencao-x(5)
                 move f13800-valor-liquido         to ws-valor-retencao-x(6)
                 string "Bruto " ws-valor-retencao-x(1)
                        " IRRF " ws-valor-retencao-x(2)
                        " INSS " ws-valor-retencao-x(3)
                        " ISS " ws-valor-retencao-x(4)
                        " PIS/COFINS/CSLL " ws-valor-retencao-x(5)
                        " Líquido " ws-valor-retencao-x(6) into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

                 exit section
            end-if

            if   f02700-titulo-retido
                 move "Frete retido na auditoria do CT-e - libere pela opção Liberar Retido do lançamento de CT-e!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma a aprovação deste título para pagamento? [S/N]" to ws-mensagem
            perform 9000-mensagem


            end-perform

            move ws-valor-baixa                    to ws-valor-pago-reais
            if   not f02700-moeda-nacional
                 perform 2110-cambio-pagamento
                 if   not ws-cambio-confirmado
                      exit section
                 end-if
            end-if

            add  ws-valor-baixa                    to f02700-valor-pago

            accept ws-data-inv                     from date yyyymmdd
      *> Pagamento sai da tesouraria (conta padrão parametrizada)
            initialize                             lk-parametros-tesouraria
            move "D"                               to lk-tes-tipo-movimento
            move ws-valor-pago-reais               to lk-tes-valor-movimento
            string "BAIXA CP " f02700-cd-fornecedor "/" f02700-numero-documento
                   into lk-tes-ds-historico
            move c-este-programa                   to lk-tes-ds-origem
            call c-lancar-tesouraria using lnk-par
            cancel c-lancar-tesouraria

            if   not f02700-moeda-nacional
            and  ws-valor-variacao not equal zeros
                 perform 2120-lancar-variacao-cambial
            end-if

            perform 9000-move-registros-frame

            if   f02700-titulo-pago

       exit.

      *>=================================================================================
      *> Título em moeda estrangeira: a baixa informada (em reais pela
      *> taxa do registro) corresponde à mesma fração do valor em moeda;
      *> o operador informa a taxa do contrato de câmbio e o valor que
      *> sai da tesouraria é a moeda convertida por ela. Paga-se mais
      *> que o registrado: variação passiva; menos: variação ativa.
       2110-cambio-pagamento section.

            set  ws-cambio-confirmado              to false

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv(1:6)                  to ws-ano-mes-contabil
            perform 9000-verificar-periodo-contabil
            if   ws-periodo-contabil-fechado
                 move "Competência fechada na contabilidade - pagamento com variação cambial não permitido!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f02700-taxa-cambio                to f-taxa-cambio
            perform until exit
                 display "Taxa do cambio no pagamento:" at line 29 col 05
                 accept f-taxa-cambio at line 29 col 34 with update auto-skip
                 move f-taxa-cambio                to ws-taxa-pagamento
                 if   ws-taxa-pagamento greater zeros
                      exit perform
                 end-if
            end-perform

            compute ws-valor-moeda-baixa rounded =
                    f02700-valor-moeda * ws-valor-baixa / f02700-valor-parcela
            compute ws-valor-pago-reais rounded = ws-valor-moeda-baixa * ws-taxa-pagamento
            compute ws-valor-variacao = ws-valor-pago-reais - ws-valor-baixa

            move ws-taxa-pagamento                 to ws-taxa-x
            move ws-valor-moeda-baixa              to ws-valor-moeda-x
            move ws-valor-pago-reais               to ws-valor-reais-x
            move ws-valor-variacao                 to ws-valor-variacao-x
            move spaces                            to ws-mensagem
            string f02700-cd-moeda " " ws-valor-moeda-x " a " ws-taxa-x " = R$ " ws-valor-reais-x
                   " - variação R$ " ws-valor-variacao-x " - Confirma? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   ws-mensagem-opcao-sim
                 set  ws-cambio-confirmado         to true
            end-if

       exit.

      *>=================================================================================
      *> Variação cambial realizada no pagamento, na data da baixa:
      *> passiva D despesa / C caixa, ativa D caixa / C receita.
       2120-lancar-variacao-cambial section.

            initialize                             f09200-lancamento-gerencial
            move lnk-cd-empresa                    to f09200-cd-empresa
            move lnk-cd-filial                     to f09200-cd-filial
            move f02700-data-ultimo-pagamento      to f09200-data-lancamento
            move 1                                 to ws-nr-sequencia-lcto
            move ws-nr-sequencia-lcto              to f09200-nr-sequencia
            if   ws-valor-variacao greater zeros
                 move ws-conta-var-cambial-passiva to f09200-cd-conta-debito
                 move ws-conta-caixa               to f09200-cd-conta-credito
                 move ws-valor-variacao            to ws-valor-lancamento
                 string "VAR CAMBIAL PASSIVA CP " f02700-cd-fornecedor "/" f02700-numero-documento
                        into f09200-ds-historico
            else
                 move ws-conta-caixa               to f09200-cd-conta-debito
                 move ws-conta-var-cambial-ativa   to f09200-cd-conta-credito
                 compute ws-valor-lancamento = zeros - ws-valor-variacao
                 string "VAR CAMBIAL ATIVA CP " f02700-cd-fornecedor "/" f02700-numero-documento
                        into f09200-ds-historico
            end-if
            move ws-valor-lancamento               to f09200-valor-lancamento
            move c-este-programa                   to f09200-ds-origem
            move lnk-id-usuario                    to f09200-id-usuario

            perform 9000-gravar-pd09200
            perform until not ws-registro-existente
                 add  1                            to ws-nr-sequencia-lcto
                 move ws-nr-sequencia-lcto         to f09200-nr-sequencia
                 perform 9000-gravar-pd09200
            end-perform
            if   not ws-operacao-ok
                 string "Erro ao gravar lançamento da variação cambial - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-cancelar section.

                      perform 9000-move-registros-frame
                      move "Título cancelado!"     to ws-mensagem
                      perform 9000-mensagem
                      if   f02700-com-retencao
                           perform 2190-cancelar-retencoes
                      end-if
                 end-if
            end-if


       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP14200.cpy. *> Período contábil

      *>=================================================================================
       2200-informar-fornecedor section.
            move f02700-valor-pago                 to f-valor-pago
            compute f-saldo = f02700-valor-parcela - f02700-valor-pago

            move zeros                             to f-cd-tipo-servico
            move zeros                             to f-valor-retido
            move spaces                            to f-cd-moeda
            move zeros                             to f-taxa-cambio
            move zeros                             to f-valor-moeda
            if   not f02700-moeda-nacional
                 move f02700-cd-moeda              to f-cd-moeda
                 move f02700-taxa-cambio           to f-taxa-cambio
                 move f02700-valor-moeda           to f-valor-moeda
            end-if
            if   f02700-com-retencao
                 initialize                        f13800-retencao-titulo
                 move f02700-cd-empresa            to f13800-cd-empresa
                 move f02700-cd-filial             to f13800-cd-filial
                 move f02700-cd-fornecedor         to f13800-cd-fornecedor
                 move f02700-numero-documento      to f13800-numero-documento
                 perform 9000-ler-pd13800-ran
                 if   ws-operacao-ok
                      move f13800-cd-tipo-servico  to f-cd-tipo-servico
                      compute f-valor-retido = f13800-valor-bruto - f13800-valor-liquido
                 end-if
            end-if

            if   f02700-titulo-aprovado
                 move "SIM"                        to f-ds-aprovacao
            else
                 if   f02700-titulo-retido
                      move "RETIDO AUDITORIA DE FRETE" to f-ds-aprovacao
                 else
                      move "PENDENTE DE APROVACAO" to f-ds-aprovacao
                 end-if
            end-if

            evaluate true
       copy CSR01500.cpy.
       copy CSR09300.cpy.
       copy CSR09400.cpy.
       copy CSR13700.cpy.
       copy CSR13800.cpy.
       copy CSR04700.cpy.
       copy CSR09200.cpy.
       copy CSR14200.cpy.
