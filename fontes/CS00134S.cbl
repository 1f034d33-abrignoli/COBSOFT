      $set sourceformat"free"
       program-id. CS00134S.
      *>=================================================================================
      *>
      *>          Geração Mensal da EFD-Reinf - Eventos R-2010 e R-4020
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13800.cpy.
       copy CSS01500.cpy.
       copy CSS00700.cpy.
       copy CSS00901.cpy.

             select arqreinf assign to disk wid-arqreinf
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF13800.cpy.
       copy CSF01500.cpy.
       copy CSF00700.cpy.
       copy CSF00901.cpy.

       fd   arqreinf.

       01   rl-registro-reinf.
            03 rl-linha-reinf                      pic x(400).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00134S".
       78   c-descricao-programa                   value "GERACAO EFD-REINF".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-ano-mes-reinf                    pic 9(06).
            03 filler redefines ws-ano-mes-reinf.
               05 ws-ano-reinf                     pic 9(04).
               05 ws-mes-reinf                     pic 9(02).
            03 ws-per-apur                         pic x(07).
            03 ws-data-reinf                       pic x(10).
            03 ws-data-aaaammdd                    pic 9(08).
            03 filler redefines ws-data-aaaammdd.
               05 ws-ano-aaaammdd                  pic 9(04).
               05 ws-mes-aaaammdd                  pic 9(02).
               05 ws-dia-aaaammdd                  pic 9(02).
            03 ws-valor-reinf                      pic 9(12),9(02).
            03 ws-valor-reinf-2                    pic 9(12),9(02).
            03 ws-valor-calculado                  pic 9(11)v9(02).
            03 ws-valor-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic zzz.zz9.
            03 ws-cd-fornecedor-atual              pic 9(09).
            03 ws-id-fim-fornecedores              pic x(01).
               88 ws-fim-fornecedores                   value "S" false "N".
            03 ws-id-fim-documentos                pic x(01).
               88 ws-fim-documentos                     value "S" false "N".
            03 ws-id-tipo-evento                   pic x(01).
               88 ws-evento-r2010                       value "1".
               88 ws-evento-r4020                       value "2".

      *> Totais do prestador/beneficiário corrente (primeira passagem
      *> sobre os documentos do fornecedor)
       01   ws-totais-fornecedor.
            03 ws-tot-bruto-inss                   pic 9(11)v9(02).
            03 ws-tot-inss                         pic 9(11)v9(02).
            03 ws-tot-bruto-ir-pcc                 pic 9(11)v9(02).
            03 ws-tot-ir-pcc                       pic 9(11)v9(02).

      *> Resumo do arquivo para conferência antes da transmissão
       01   ws-resumo-reinf.
            03 ws-nr-eventos-r2010                 pic 9(06).
            03 ws-nr-eventos-r4020                 pic 9(06).
            03 ws-nr-documentos-r2010              pic 9(06).
            03 ws-nr-documentos-r4020              pic 9(06).
            03 ws-nr-fornecedores-pf               pic 9(06).
            03 ws-res-inss                         pic 9(11)v9(02).
            03 ws-res-irrf                         pic 9(11)v9(02).
            03 ws-res-pcc                          pic 9(11)v9(02).

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
       1000-inicializacao section.

            string lnk-dat-path delimited   by "  " "\EFD138.DAT" into wid-pd13800
            open input pd13800
            if   ws-arquivo-inexistente
                 open output pd13800
                 close pd13800
                 open input pd13800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD138.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd00700

            initialize                              f00700-empresa
            move lnk-cd-empresa                     to f00700-cd-empresa
            move lnk-cd-filial                      to f00700-cd-filial
            perform 9000-ler-pd00700-ran
            if   not ws-operacao-ok
                 initialize                         f00700-empresa
            end-if

      *> Competência padrão: mês anterior ao corrente
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-ano-mes-reinf
            if   ws-mes-reinf equal 01
                 move 12                            to ws-mes-reinf
                 subtract 1                         from ws-ano-reinf
            else
                 subtract 1                         from ws-mes-reinf
            end-if

            if   lnk-execucao-foreground
                 display "Competencia (AAAAMM):"     at line 27 col 03
                 accept ws-ano-mes-reinf            at line 27 col 29 with update auto-skip
            end-if

            move spaces                             to ws-per-apur
            string ws-ano-reinf "-" ws-mes-reinf    into ws-per-apur

            initialize                              ws-resumo-reinf

       exit.

      *>=================================================================================
      *> Monta o arquivo XML dos eventos periódicos da EFD-Reinf da
      *> competência a partir das retenções gravadas na entrada do
      *> contas a pagar (pd13800), pela data de emissão do documento:
      *>   R-2010 - serviços tomados com retenção de INSS, um evento
      *>            por prestador com as notas do mês
      *>   R-4020 - pagamentos a pessoa jurídica com retenção de IRRF
      *>            e/ou PIS/COFINS/CSLL (agregado, DARF 5952), um
      *>            evento por beneficiário
      *>   R-2099 / R-4099 - fechamento dos eventos da competência
      *> Retenções canceladas ficam de fora; fornecedor pessoa física
      *> não entra no R-4020 (é R-4010) e é apontado no resumo.
       2000-processamento section.

            move spaces                              to wid-arqreinf
            string lnk-int-path delimited by "  " "\EFDREINF_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" ws-ano-mes-reinf ".XML"
                   delimited by "  " into wid-arqreinf

            open output arqreinf
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo da EFD-Reinf - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move spaces                             to rl-linha-reinf
            string "<?xml version=" quote "1.0" quote " encoding=" quote "UTF-8" quote "?>"
                   into rl-linha-reinf
            perform 9100-gravar-linha-reinf
            move "<loteEventos>"                    to rl-linha-reinf
            perform 9100-gravar-linha-reinf

            set  ws-evento-r2010                    to true
            perform 2100-percorrer-fornecedores

            set  ws-evento-r4020                    to true
            perform 2100-percorrer-fornecedores

            perform 2800-fechamento

            move "</loteEventos>"                   to rl-linha-reinf
            perform 9100-gravar-linha-reinf

            close arqreinf

            perform 2900-resumo-reinf

            string "EFD-Reinf da competência " ws-ano-mes-reinf " gerada em [" wid-arqreinf "]" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Um fornecedor por vez: totaliza os documentos da competência e,
      *> havendo retenção do tipo do evento, grava o evento com os
      *> documentos numa segunda passagem. O próximo fornecedor é
      *> localizado a partir do último documento possível do corrente.
       2100-percorrer-fornecedores section.

            initialize                              f13800-retencao-titulo
            move lnk-cd-empresa                     to f13800-cd-empresa
            move lnk-cd-filial                      to f13800-cd-filial
            set  ws-fim-fornecedores                to false

            perform until ws-fim-fornecedores

                 perform 9000-str-pd13800-grt
                 perform 9000-ler-pd13800-nex
                 if   not ws-operacao-ok
                 or   f13800-cd-empresa <> lnk-cd-empresa
                 or   f13800-cd-filial  <> lnk-cd-filial
                      set ws-fim-fornecedores       to true
                 else
                      move f13800-cd-fornecedor     to ws-cd-fornecedor-atual
                      perform 2200-totalizar-fornecedor
                      evaluate true
                           when ws-evento-r2010
                                if   ws-tot-inss greater zeros
                                     perform 2300-evento-r2010
                                end-if
                           when ws-evento-r4020
                                if   ws-tot-ir-pcc greater zeros
                                     perform 2400-evento-r4020
                                end-if
                      end-evaluate
                      initialize                    f13800-retencao-titulo
                      move lnk-cd-empresa           to f13800-cd-empresa
                      move lnk-cd-filial            to f13800-cd-filial
                      move ws-cd-fornecedor-atual   to f13800-cd-fornecedor
                      move 999999999                to f13800-numero-documento
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2200-totalizar-fornecedor section.

            initialize                              ws-totais-fornecedor

            perform 2210-posicionar-fornecedor

            perform until ws-fim-documentos
                 if   f13800-retencao-ativa
                 and  f13800-data-emissao(1:6) equal ws-ano-mes-reinf
                      if   f13800-valor-inss greater zeros
                           add  f13800-valor-bruto  to ws-tot-bruto-inss
                           add  f13800-valor-inss   to ws-tot-inss
                      end-if
                      compute ws-valor-calculado = f13800-valor-irrf + f13800-valor-pis
                                                 + f13800-valor-cofins + f13800-valor-csll
                      if   ws-valor-calculado greater zeros
                           add  f13800-valor-bruto  to ws-tot-bruto-ir-pcc
                           add  ws-valor-calculado  to ws-tot-ir-pcc
                      end-if
                 end-if
                 perform 2220-proximo-documento
            end-perform

            initialize                              f01500-fornecedor
            move lnk-cd-empresa                     to f01500-cd-empresa
            move lnk-cd-filial                      to f01500-cd-filial
            move ws-cd-fornecedor-atual             to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
                 initialize                         f01500-fornecedor
            end-if

            if   ws-evento-r4020
            and  ws-tot-ir-pcc greater zeros
            and  f01500-pessoa-fisica
                 add  1                             to ws-nr-fornecedores-pf
                 move zeros                         to ws-tot-ir-pcc
            end-if

       exit.

      *>=================================================================================
       2210-posicionar-fornecedor section.

            initialize                              f13800-retencao-titulo
            move lnk-cd-empresa                     to f13800-cd-empresa
            move lnk-cd-filial                      to f13800-cd-filial
            move ws-cd-fornecedor-atual             to f13800-cd-fornecedor
            perform 9000-str-pd13800-grt
            set  ws-fim-documentos                  to false
            perform 2220-proximo-documento

       exit.

      *>=================================================================================
       2220-proximo-documento section.

            perform 9000-ler-pd13800-nex
            if   not ws-operacao-ok
            or   f13800-cd-empresa    <> lnk-cd-empresa
            or   f13800-cd-filial     <> lnk-cd-filial
            or   f13800-cd-fornecedor <> ws-cd-fornecedor-atual
                 set ws-fim-documentos              to true
            end-if

       exit.

      *>=================================================================================
      *> R-2010: estabelecimento tomador, prestador com os totais e uma
      *> ocorrência nfs por nota com o tipo de serviço (tabela 06)
       2300-evento-r2010 section.

            add  1                                  to ws-nr-eventos-r2010
            add  ws-tot-inss                        to ws-res-inss

            move "<Reinf><evtServTom>"              to rl-linha-reinf
            perform 9100-gravar-linha-reinf
            perform 9200-ide-evento-contribuinte

            string "<infoServTom><ideEstabObra><tpInscEstab>1</tpInscEstab><nrInscEstab>"
                   f00700-cnpj "</nrInscEstab><indObra>0</indObra>" into rl-linha-reinf
            perform 9100-gravar-linha-reinf

            move ws-tot-bruto-inss                  to ws-valor-reinf
            move ws-tot-inss                        to ws-valor-reinf-2
            string "<idePrestServ><cnpjPrestador>" f01500-cgc "</cnpjPrestador>"
                   "<vlrTotalBruto>" ws-valor-reinf "</vlrTotalBruto>"
                   "<vlrTotalBaseRet>" ws-valor-reinf "</vlrTotalBaseRet>"
                   "<vlrTotalRetPrinc>" ws-valor-reinf-2 "</vlrTotalRetPrinc>"
                   "<indCPRB>0</indCPRB>" into rl-linha-reinf
            perform 9100-gravar-linha-reinf

            perform 2210-posicionar-fornecedor

            perform until ws-fim-documentos
                 if   f13800-retencao-ativa
                 and  f13800-data-emissao(1:6) equal ws-ano-mes-reinf
                 and  f13800-valor-inss greater zeros
                      add  1                        to ws-nr-documentos-r2010
                      move f13800-data-emissao      to ws-data-aaaammdd
                      perform 9300-formatar-data-reinf
                      move f13800-valor-bruto       to ws-valor-reinf
                      string "<nfs><serie>" f13800-serie-documento "</serie>"
                             "<numDocto>" f13800-numero-documento "</numDocto>"
                             "<dtEmissaoNF>" ws-data-reinf "</dtEmissaoNF>"
                             "<vlrBruto>" ws-valor-reinf "</vlrBruto>" into rl-linha-reinf
                      perform 9100-gravar-linha-reinf
                      move f13800-valor-inss        to ws-valor-reinf-2
                      string "<infoTpServ><tpServico>" f13800-cd-servico-reinf "</tpServico>"
                             "<vlrBaseRet>" ws-valor-reinf "</vlrBaseRet>"
                             "<vlrRetencao>" ws-valor-reinf-2 "</vlrRetencao>"
                             "</infoTpServ></nfs>" into rl-linha-reinf
                      perform 9100-gravar-linha-reinf
                 end-if
                 perform 2220-proximo-documento
            end-perform

            move "</idePrestServ></ideEstabObra></infoServTom></evtServTom></Reinf>" to rl-linha-reinf
            perform 9100-gravar-linha-reinf

       exit.

      *>=================================================================================
      *> R-4020: estabelecimento pagador, beneficiário e uma ocorrência
      *> idePgto por documento com a natureza do rendimento (tabela 01),
      *> IRRF e o agregado de PIS/COFINS/CSLL
       2400-evento-r4020 section.

            add  1                                  to ws-nr-eventos-r4020

            move "<Reinf><evtRetPJ>"                to rl-linha-reinf
            perform 9100-gravar-linha-reinf
            perform 9200-ide-evento-contribuinte

            string "<ideEstab><tpInscEstab>1</tpInscEstab><nrInscEstab>" f00700-cnpj "</nrInscEstab>"
                   "<ideBenef><cnpjBenef>" f01500-cgc "</cnpjBenef>" into rl-linha-reinf
            perform 9100-gravar-linha-reinf

            perform 2210-posicionar-fornecedor

            perform until ws-fim-documentos
                 compute ws-valor-calculado = f13800-valor-pis + f13800-valor-cofins + f13800-valor-csll
                 if   f13800-retencao-ativa
                 and  f13800-data-emissao(1:6) equal ws-ano-mes-reinf
                 and  (f13800-valor-irrf greater zeros or ws-valor-calculado greater zeros)
                      add  1                        to ws-nr-documentos-r4020
                      add  f13800-valor-irrf        to ws-res-irrf
                      add  ws-valor-calculado       to ws-res-pcc
                      move f13800-data-emissao      to ws-data-aaaammdd
                      perform 9300-formatar-data-reinf
                      move f13800-valor-bruto       to ws-valor-reinf
                      string "<idePgto><natRend>" f13800-cd-natureza-rendimento "</natRend>"
                             "<infoPgto><dtFG>" ws-data-reinf "</dtFG>"
                             "<vlrBruto>" ws-valor-reinf "</vlrBruto>" into rl-linha-reinf
                      perform 9100-gravar-linha-reinf
                      move f13800-valor-irrf        to ws-valor-reinf-2
                      string "<retencoes><vlrBaseIR>" ws-valor-reinf "</vlrBaseIR>"
                             "<vlrIR>" ws-valor-reinf-2 "</vlrIR>" into rl-linha-reinf
                      perform 9100-gravar-linha-reinf
                      move ws-valor-calculado       to ws-valor-reinf-2
                      string "<vlrBaseAgreg>" ws-valor-reinf "</vlrBaseAgreg>"
                             "<vlrAgreg>" ws-valor-reinf-2 "</vlrAgreg>"
                             "</retencoes></infoPgto></idePgto>" into rl-linha-reinf
                      perform 9100-gravar-linha-reinf
                 end-if
                 perform 2220-proximo-documento
            end-perform

            move "</ideBenef></ideEstab></evtRetPJ></Reinf>" to rl-linha-reinf
            perform 9100-gravar-linha-reinf

       exit.

      *>=================================================================================
      *> Fechamento da série R-2000 (R-2099) e da série R-4000 (R-4099)
       2800-fechamento section.

            move "<Reinf><evtFechaEvPer>"           to rl-linha-reinf
            perform 9100-gravar-linha-reinf
            perform 9200-ide-evento-contribuinte
            if   ws-nr-eventos-r2010 greater zeros
                 move "<infoFech><evtServTm>S</evtServTm>" to rl-linha-reinf
            else
                 move "<infoFech><evtServTm>N</evtServTm>" to rl-linha-reinf
            end-if
            perform 9100-gravar-linha-reinf
            string "<evtServPr>N</evtServPr><evtAssDespRec>N</evtAssDespRec>"
                   "<evtAssDespRep>N</evtAssDespRep><evtComProd>N</evtComProd>"
                   "<evtCPRB>N</evtCPRB></infoFech></evtFechaEvPer></Reinf>" into rl-linha-reinf
            perform 9100-gravar-linha-reinf

            move "<Reinf><evtFech>"                 to rl-linha-reinf
            perform 9100-gravar-linha-reinf
            perform 9200-ide-evento-contribuinte
            move "<infoFech><fechRet>0</fechRet></infoFech></evtFech></Reinf>" to rl-linha-reinf
            perform 9100-gravar-linha-reinf

       exit.

      *>=================================================================================
       2900-resumo-reinf section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "EFD-REINF - RESUMO - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial
                   " COMPETENCIA " ws-ano-mes-reinf into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-eventos-r2010                to ws-qtde-x
            string "  EVENTOS R-2010.....: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-documentos-r2010             to ws-qtde-x
            string "  NOTAS NO R-2010....: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-res-inss                        to ws-valor-x
            string "  INSS RETIDO........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-eventos-r4020                to ws-qtde-x
            string "  EVENTOS R-4020.....: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-documentos-r4020             to ws-qtde-x
            string "  PAGAMENTOS R-4020..: " ws-qtde-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-res-irrf                        to ws-valor-x
            string "  IRRF RETIDO........: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-res-pcc                         to ws-valor-x
            string "  PIS/COFINS/CSLL....: " ws-valor-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            if   ws-nr-fornecedores-pf greater zeros
                 perform 9000-imprimir-linha-relatorio
                 move ws-nr-fornecedores-pf         to ws-qtde-x
                 string "  ATENCAO: " ws-qtde-x " FORNECEDOR(ES) PESSOA FISICA COM RETENCAO - INFORMAR NO R-4010"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
            end-if

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd13800
            close pd01500
            close pd00700

       exit.

      *>=================================================================================
       9100-gravar-linha-reinf section.

            write rl-registro-reinf
            move spaces                             to rl-linha-reinf

       exit.

      *>=================================================================================
      *> Identificação do evento (original, produção, aplicativo do
      *> contribuinte) e do contribuinte pela raiz do CNPJ
       9200-ide-evento-contribuinte section.

            string "<ideEvento><indRetif>1</indRetif><perApur>" ws-per-apur "</perApur>"
                   "<tpAmb>1</tpAmb><procEmi>1</procEmi><verProc>COBSOFT</verProc></ideEvento>"
                   into rl-linha-reinf
            perform 9100-gravar-linha-reinf
            string "<ideContri><tpInsc>1</tpInsc><nrInsc>" f00700-cnpj(1:8) "</nrInsc></ideContri>"
                   into rl-linha-reinf
            perform 9100-gravar-linha-reinf

       exit.

      *>=================================================================================
      *> Data AAAAMMDD (ws-data-aaaammdd) no formato AAAA-MM-DD
       9300-formatar-data-reinf section.

            move spaces                             to ws-data-reinf
            string ws-ano-aaaammdd "-" ws-mes-aaaammdd "-" ws-dia-aaaammdd into ws-data-reinf

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR13800.cpy.
       copy CSR01500.cpy.
       copy CSR00700.cpy.
