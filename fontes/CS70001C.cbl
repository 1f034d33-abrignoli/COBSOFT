       copy CSS01900.cpy.
       copy CSS02600.cpy.
       copy CSS04700.cpy.
       copy CSS00700.cpy.
       copy CSS00901.cpy.

             select arqrps assign to disk wid-arqrps
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF01900.cpy.
       copy CSF02600.cpy.
       copy CSF04700.cpy.
       copy CSF00700.cpy.
       copy CSF00901.cpy.

       fd   arqrps.

       01   rl-registro-rps.
            03 rl-linha-rps                        pic x(400).

      *>=================================================================================
       working-storage section.

       78   c-garantia-dias-padrao                 value 90.
       78   c-serie-os                             value "OSV".
       78   c-motivo-aplicacao-os                  value 71.
       78   c-serie-titulo-rps                     value "RPS".
       78   c-serie-rps-padrao                     value "RPS".
       78   c-cfop-pecas-padrao                    value 5102.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.

      *> Parâmetros da NFS-e da filial (pd04700) e da NF-e de peças
       01   ws-parametros-faturamento.
            03 ws-nfse-cd-servico                  pic x(05).
            03 ws-nfse-cd-tributacao               pic x(20).
            03 ws-nfse-aliq-iss                    pic 9(02)v9(02).
            03 ws-nfse-cd-municipio                pic 9(07).
            03 ws-nfse-inscricao-municipal         pic x(15).
            03 ws-nfse-serie-rps                   pic x(05).
            03 ws-cd-natureza-pecas                pic 9(03).
            03 ws-cfop-pecas                       pic 9(04).

       01   ws-campos-trabalho.
            03 ws-id-os                            pic x(01).
            03 ws-nr-sequencia-peca                pic 9(03).
            03 ws-valor-total-os                   pic 9(09)v9(02).
            03 ws-valor-total-os-x                 pic zzz.zzz.zz9,99.
            03 ws-nr-item-nfe                      pic 9(09).
            03 ws-cd-parametro                     pic x(20).
            03 ws-id-fim-pecas                     pic x(01).
               88 ws-fim-pecas                          value "S" false "N".
            03 ws-data-rps                         pic x(10).
            03 ws-valor-abrasf                     pic 9(09)v9(02).
            03 filler redefines ws-valor-abrasf.
               05 ws-valor-abrasf-inteiro          pic 9(09).
               05 ws-valor-abrasf-centavos         pic 9(02).
            03 ws-nr-documento-titulo              pic 9(09).
            03 ws-serie-documento-titulo           pic x(03).
            03 ws-valor-titulo                     pic 9(09)v9(02).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 f-valor-mao-obra                    pic zzz.zz9,99.
            03 f-valor-pecas                       pic zzz.zz9,99.
            03 f-ds-status                         pic x(30).
            03 f-nr-rps                            pic 9(09).
            03 f-nr-nfse                           pic 9(15).
            03 f-ds-status-nfse                    pic x(12).
            03 f-numero-nfe-pecas                  pic 9(09).

      *>=================================================================================
       linkage section.
            03 line 21 col 55   pic zzz.zz9,99 from f-valor-pecas.
            03 line 23 col 16   pic x(17) value "Status..........:".
            03 line 23 col 34   pic x(30) from f-ds-status.
            03 line 25 col 16   pic x(17) value "RPS / NFS-e.....:".
            03 line 25 col 34   pic 9(09) from f-nr-rps.
            03 line 25 col 44   pic 9(15) from f-nr-nfse.
            03 line 25 col 60   pic x(12) from f-ds-status-nfse.
            03 line 25 col 74   pic x(11) value "NF-e Pecas:".
            03 line 25 col 86   pic 9(09) from f-numero-nfe-pecas.

      *>=================================================================================
       procedure division using lnk-par.
                 perform 9000-abortar
            end-if

            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd01900
            perform 9000-abrir-io-pd02600
            perform 9000-abrir-i-pd04700
            perform 9000-abrir-i-pd00700

            perform 1100-carregar-prazo-garantia
            perform 1200-carregar-parametros-nfse

       exit.


       exit.

      *>=================================================================================
      *> Faturamento da OS: a mão de obra sai em NFS-e (RPS no leiaute
      *> ABRASF) com item da lista de serviços, código de tributação,
      *> alíquota de ISS, município IBGE e inscrição municipal da
      *> filial (NFSE-COD-SERVICO, NFSE-COD-TRIBUTACAO, NFSE-ALIQ-ISS,
      *> NFSE-MUNICIPIO, NFSE-INSC-MUNICIPAL, NFSE-SERIE-RPS); as peças
      *> em NF-e modelo 55 com a natureza OS-NATUREZA-PECAS e o CFOP
      *> OS-CFOP-PECAS (padrão 5102).
       1200-carregar-parametros-nfse section.

            initialize                             ws-parametros-faturamento
            move c-serie-rps-padrao                to ws-nfse-serie-rps
            move c-cfop-pecas-padrao               to ws-cfop-pecas

            move "NFSE-COD-SERVICO"                to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
                 move f04700-valor-texto           to ws-nfse-cd-servico
            end-if

            move "NFSE-COD-TRIBUTACAO"             to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
                 move f04700-valor-texto           to ws-nfse-cd-tributacao
            end-if

            move "NFSE-ALIQ-ISS"                   to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
                 move f04700-valor-numero          to ws-nfse-aliq-iss
            end-if

            move "NFSE-MUNICIPIO"                  to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
                 move f04700-valor-numero          to ws-nfse-cd-municipio
            end-if

            move "NFSE-INSC-MUNICIPAL"             to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
                 move f04700-valor-texto           to ws-nfse-inscricao-municipal
            end-if

            move "NFSE-SERIE-RPS"                  to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
            and  f04700-valor-texto not equal spaces
                 move f04700-valor-texto           to ws-nfse-serie-rps
            end-if

            move "OS-NATUREZA-PECAS"               to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
                 move f04700-valor-numero          to ws-cd-natureza-pecas
            end-if

            move "OS-CFOP-PECAS"                   to f04700-cd-parametro
            perform 1210-ler-parametro
            if   ws-operacao-ok
            and  f04700-valor-numero greater zeros
                 move f04700-valor-numero          to ws-cfop-pecas
            end-if

            initialize                             f00700-empresa
            move lnk-cd-empresa                    to f00700-cd-empresa
            move lnk-cd-filial                     to f00700-cd-filial
            perform 9000-ler-pd00700-ran
            if   not ws-operacao-ok
                 initialize                        f00700-empresa
            end-if

       exit.

      *>=================================================================================
      *> Lê o parâmetro informado em f04700-cd-parametro; parâmetro
      *> inativo é tratado como inexistente
       1210-ler-parametro section.

            move f04700-cd-parametro               to ws-cd-parametro
            initialize                             f04700-parametro
            move lnk-cd-empresa                    to f04700-cd-empresa
            move lnk-cd-filial                     to f04700-cd-filial
            move ws-cd-parametro                   to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  not f04700-parametro-ativo
                 move "23"                         to ws-resultado-acesso
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            close pd01900
            close pd02600
            close pd04700
            close pd00700

       exit.

       exit.

      *>=================================================================================
      *> Faturamento do serviço fora de garantia (OS em garantia não
      *> fatura):
      *>   - peças: NF-e modelo 55 pendente de transmissão (CS00106S)
      *>     com os itens aplicados em pd10000, título no contas a
      *>     receber com o número/série da NF-e;
      *>   - mão de obra: RPS no leiaute ABRASF gravado em
      *>     lnk-int-path para envio ao web service da prefeitura, título
      *>     com o número do RPS (série RPS); CS00135S processa o retorno,
      *>     grava número/código de verificação da NFS-e na OS e passa o
      *>     título para o número da NFS-e.
      *> Título que colidir com documento já existente do cliente cai na
      *> faixa reservada 910.000.000 + número da OS.
       2100-faturar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            if   f09900-valor-mao-obra greater zeros
            and  (ws-nfse-cd-servico equal spaces
            or    ws-nfse-cd-municipio equal zeros)
                 move "Parâmetros NFSE-COD-SERVICO/NFSE-MUNICIPIO da filial não cadastrados!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f09900-valor-pecas greater zeros
            and  ws-cd-natureza-pecas equal zeros
                 move "Parâmetro OS-NATUREZA-PECAS da filial não cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-cd-empresa                    to f01400-cd-empresa
            move lnk-cd-filial                     to f01400-cd-filial
            move f09900-cd-cliente                 to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 move "Cliente da OS não encontrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            if   f09900-valor-pecas greater zeros
            and  f09900-numero-nfe-pecas equal zeros
                 perform 2300-emitir-nfe-pecas
            end-if

            if   f09900-valor-mao-obra greater zeros
            and  f09900-nr-rps equal zeros
                 perform 2400-gerar-rps
            end-if

      *> Sem RPS a OS continua concluída para novo faturamento - a NF-e
      *> das peças já emitida fica registrada e não é refeita
            if   f09900-valor-mao-obra greater zeros
            and  f09900-nr-rps equal zeros
                 perform 9000-regravar-pd09900
                 perform 9000-move-registros-frame
                 exit section
            end-if

            set  f09900-os-faturada                to true
            perform 9000-regravar-pd09900

            perform 9000-move-registros-frame
            move ws-valor-total-os                 to ws-valor-total-os-x
            move spaces                            to ws-mensagem
            string "OS faturada - " ws-valor-total-os-x " - NF-e de peças/RPS gerados!" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> NF-e das peças: mesmo caminho das demais notas de saída
      *> (wf05000/wf05100 -> 9000-mestre/9000-item-nota-fiscal), gravada
      *> pendente para a transmissão. O estoque já foi baixado na
      *> aplicação da peça (motivo 71), a nota não movimenta de novo.
       2300-emitir-nfe-pecas section.

            move 55                                 to lnk-cd-modelo
            move zeros                              to lnk-cd-serie
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                              wf05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to wf05000-cd-empresa
            move lnk-cd-filial                      to wf05000-cd-filial
            move 01                                 to wf05000-tipo-nota
            move f09900-cd-cliente                  to wf05000-cd-destinatario
            move lnk-numero-documento               to wf05000-numero-documento
            move lnk-serie-documento                to wf05000-serie-documento
            move zeros                              to wf05000-sequencia
            move 55                                 to wf05000-cd-modelo
            move ws-cd-natureza-pecas               to wf05000-cd-natureza
            move "F"                                to wf05000-tipo-pagamento

            accept ws-horas                         from time
            move ws-data-inv                        to wf05000-data-operacao
            move ws-horas(01:06)                    to wf05000-horario-operacao
            move function numval(lnk-id-usuario)    to wf05000-id-usuario-operacao
            move ws-data-inv                        to wf05000-data-saida
            move ws-horas(01:06)                    to wf05000-horario-saida
            move ws-data-inv                        to wf05000-data-entrega
            move ws-horas(01:06)                    to wf05000-horario-entrega

            move zeros                              to ws-nr-item-nfe

            initialize                              f10000-peca-os
            move lnk-cd-empresa                     to f10000-cd-empresa
            move lnk-cd-filial                      to f10000-cd-filial
            move f09900-nr-os                       to f10000-nr-os
            perform 9000-str-pd10000-grt
            set  ws-fim-pecas                       to false
            if   not ws-operacao-ok
                 set  ws-fim-pecas                  to true
            end-if

            perform until ws-fim-pecas
                 perform 9000-ler-pd10000-nex
                 if   not ws-operacao-ok
                 or   f10000-cd-empresa not equal lnk-cd-empresa
                 or   f10000-cd-filial  not equal lnk-cd-filial
                 or   f10000-nr-os      not equal f09900-nr-os
                      set  ws-fim-pecas             to true
                 else
                      perform 2310-item-nfe-pecas
                 end-if
            end-perform

            if   ws-nr-item-nfe equal zeros
                 move "OS com valor de peças mas sem peças aplicadas - NF-e não emitida!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-mestre-nota-fiscal

            perform 9000-gravar-pd05000
            if   not ws-operacao-ok
                 string "Erro ao gravar mestre da NF-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move wf05000-numero-documento           to f09900-numero-nfe-pecas
            move wf05000-serie-documento            to f09900-serie-nfe-pecas

            move wf05000-numero-documento           to ws-nr-documento-titulo
            move wf05000-serie-documento            to ws-serie-documento-titulo
            move wf05000-valor-total                to ws-valor-titulo
            perform 2500-gravar-titulo-os

       exit.

      *>=================================================================================
       2310-item-nfe-pecas section.

            initialize                              f01800-produto
            move lnk-cd-empresa                     to f01800-cd-empresa
            move lnk-cd-filial                      to f01800-cd-filial
            move f10000-cd-produto                  to f01800-cd-produto
            perform 9000-ler-pd01800-ran
            if   not ws-operacao-ok
                 initialize                         f01800-produto
            end-if

            add  1                                  to ws-nr-item-nfe

            initialize                              wf05100-item-nota-fiscal
            move wf05000-cd-empresa                 to wf05100-cd-empresa
            move wf05000-cd-filial                  to wf05100-cd-filial
            move wf05000-tipo-nota                  to wf05100-tipo-nota
            move wf05000-numero-documento           to wf05100-numero-documento
            move wf05000-serie-documento            to wf05100-serie-documento
            move wf05000-cd-destinatario            to wf05100-cd-destinatario
            move ws-nr-item-nfe                     to wf05100-sequencia
            move f10000-cd-produto                  to wf05100-cd-mercadoria
            move f01800-cst                         to wf05100-cst
            move ws-cfop-pecas                      to wf05100-cfop
            move f01800-cd-unidade-base             to wf05100-cd-unidade-medida
            move f10000-cd-deposito                 to wf05100-cd-deposito
            move f10000-qtde-aplicada               to wf05100-quantidade-mercadoria
            move f10000-valor-unitario              to wf05100-valor-unitario
            move f10000-valor-total                 to wf05100-valor-total
            move f10000-valor-total                 to wf05100-base-icms
            move f01800-aliquota-icms               to wf05100-aliq-icms
            compute wf05100-valor-icms rounded =
                    wf05100-base-icms * wf05100-aliq-icms / 100

            add  wf05100-valor-total                to wf05000-valor-total
            add  wf05100-base-icms                  to wf05000-base-icms
            add  wf05100-valor-icms                 to wf05000-valor-icms

            perform 9000-item-nota-fiscal

            perform 9000-gravar-pd05100
            if   not ws-operacao-ok
                 string "Erro ao gravar item da NF-e - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

       exit.

      *>=================================================================================
      *> RPS da mão de obra: número pela sequência RPS-empresa-filial
      *> (CS00118S), ISS pela alíquota NFSE-ALIQ-ISS, arquivo
      *> NFSE_RPS_empresa_filial_rps.XML (GerarNfseEnvio - ABRASF 2.0)
      *> em lnk-int-path. A OS fica com a NFS-e "enviada" até o retorno.
       2400-gerar-rps section.

            initialize                             lk-parametros-sequencia
            string "RPS-" lnk-cd-empresa "-" lnk-cd-filial into lk-seq-nome
            move 1                                 to lk-seq-valor-minimo
            move lk-parametros-sequencia           to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                 to lk-parametros-sequencia
            if   lk-seq-valor equal zeros
                 move "Erro ao alocar o número do RPS - NFS-e não gerada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move lk-seq-valor                      to f09900-nr-rps
            move ws-nfse-serie-rps                 to f09900-serie-rps
            move ws-data-inv                       to f09900-data-emissao-rps
            compute f09900-valor-iss rounded =
                    f09900-valor-mao-obra * ws-nfse-aliq-iss / 100
            move zeros                             to f09900-nr-nfse
            move spaces                            to f09900-cd-verificacao-nfse
            move spaces                            to f09900-ds-motivo-nfse
            set  f09900-rps-enviado                to true

            perform 2410-gravar-xml-rps

            move f09900-nr-rps                     to ws-nr-documento-titulo
            move c-serie-titulo-rps                to ws-serie-documento-titulo
            move f09900-valor-mao-obra             to ws-valor-titulo
            perform 2500-gravar-titulo-os

       exit.

      *>=================================================================================
       2410-gravar-xml-rps section.

            move spaces                            to wid-arqrps
            string lnk-int-path delimited by "  " "\NFSE_RPS_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" f09900-nr-rps ".XML"
                   delimited by "  " into wid-arqrps

            open output arqrps
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo do RPS - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move spaces                            to ws-data-rps
            string ws-ano-inv "-" ws-mes-inv "-" ws-dia-inv into ws-data-rps

            move spaces                            to rl-linha-rps
            string "<?xml version=" quote "1.0" quote " encoding=" quote "UTF-8" quote "?>"
                   "<GerarNfseEnvio xmlns=" quote "http://www.abrasf.org.br/nfse.xsd" quote ">"
                   delimited by size into rl-linha-rps
            perform 9100-gravar-linha-rps

            string "<Rps><InfDeclaracaoPrestacaoServico Id=" quote "RPS" f09900-nr-rps quote ">"
                   "<Rps><IdentificacaoRps><Numero>" f09900-nr-rps "</Numero>"
                   "<Serie>" f09900-serie-rps delimited by size
                   "</Serie><Tipo>1</Tipo></IdentificacaoRps>"
                   "<DataEmissao>" ws-data-rps "</DataEmissao><Status>1</Status></Rps>"
                   "<Competencia>" ws-data-rps "</Competencia>"
                   delimited by size into rl-linha-rps
            perform 9100-gravar-linha-rps

            move f09900-valor-mao-obra             to ws-valor-abrasf
            string "<Servico><Valores><ValorServicos>"
                   ws-valor-abrasf-inteiro "." ws-valor-abrasf-centavos
                   "</ValorServicos>"
                   delimited by size into rl-linha-rps
            move f09900-valor-iss                  to ws-valor-abrasf
            string rl-linha-rps delimited by "  "
                   "<ValorIss>" ws-valor-abrasf-inteiro "." ws-valor-abrasf-centavos "</ValorIss>"
                   "<Aliquota>" ws-nfse-aliq-iss(1:2) "." ws-nfse-aliq-iss(3:2) "</Aliquota></Valores>"
                   "<IssRetido>2</IssRetido>"
                   delimited by size into rl-linha-rps
            perform 9100-gravar-linha-rps

            string "<ItemListaServico>" ws-nfse-cd-servico delimited by " "
                   "</ItemListaServico>"
                   "<CodigoTributacaoMunicipio>" ws-nfse-cd-tributacao delimited by " "
                   "</CodigoTributacaoMunicipio>"
                   "<Discriminacao>ORDEM DE SERVICO " f09900-nr-os " - " f09900-ds-defeito delimited by "  "
                   "</Discriminacao>"
                   "<CodigoMunicipio>" ws-nfse-cd-municipio "</CodigoMunicipio>"
                   "<ExigibilidadeISS>1</ExigibilidadeISS></Servico>"
                   delimited by size into rl-linha-rps
            perform 9100-gravar-linha-rps

            string "<Prestador><CpfCnpj><Cnpj>" f00700-cnpj "</Cnpj></CpfCnpj>"
                   "<InscricaoMunicipal>" ws-nfse-inscricao-municipal delimited by " "
                   "</InscricaoMunicipal></Prestador>"
                   delimited by size into rl-linha-rps
            perform 9100-gravar-linha-rps

            if   f01400-pessoa-fisica
                 string "<Tomador><IdentificacaoTomador><CpfCnpj><Cpf>" f01400-cgc(04:11) "</Cpf>"
                        delimited by size into rl-linha-rps
            else
                 string "<Tomador><IdentificacaoTomador><CpfCnpj><Cnpj>" f01400-cgc "</Cnpj>"
                        delimited by size into rl-linha-rps
            end-if
            string rl-linha-rps delimited by "  "
                   "</CpfCnpj></IdentificacaoTomador>"
                   "<RazaoSocial>" f01400-razao-social delimited by "  "
                   "</RazaoSocial></Tomador>"
                   "</InfDeclaracaoPrestacaoServico></Rps></GerarNfseEnvio>"
                   delimited by size into rl-linha-rps
            perform 9100-gravar-linha-rps

            close arqrps

       exit.

      *>=================================================================================
       9100-gravar-linha-rps section.

            write rl-registro-rps
            move spaces                            to rl-linha-rps

       exit.

      *>=================================================================================
      *> Título da OS no contas a receber com o documento fiscal
      *> informado em ws-nr-documento-titulo/ws-serie-documento-titulo
       2500-gravar-titulo-os section.

            initialize                             f02600-conta-receber
            move lnk-cd-empresa                    to f02600-cd-empresa
            move lnk-cd-filial                     to f02600-cd-filial
            move f09900-cd-cliente                 to f02600-cd-cliente
            move ws-nr-documento-titulo            to f02600-numero-documento
            move 01                                to f02600-nr-parcela
            move ws-serie-documento-titulo         to f02600-serie-documento
            move ws-data-inv                       to f02600-data-emissao
            move ws-data-inv                       to f02600-data-vencimento
            move ws-valor-titulo                   to f02600-valor-parcela
            move zeros                             to f02600-valor-pago
            set  f02600-titulo-aberto              to true

            perform 9000-gravar-pd02600
            if   ws-registro-existente
      *> Faixa reservada 910.000.000+ - não colide com a numeração de
      *> NF-e do cliente na chave de pd02600
                 compute f02600-numero-documento =
                         910000000 + function mod(f09900-nr-os, 100000000)
                 move c-serie-os                   to f02600-serie-documento
                 perform 9000-gravar-pd02600
                 perform until not ws-registro-existente
                      add  1                       to f02600-nr-parcela
                      perform 9000-gravar-pd02600
                 end-perform
            end-if
            if   not ws-operacao-ok
                 string "Erro ao gerar título da OS - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
            perform 8000-limpa-tela

            perform 2200-localizar-os
            if   ws-os-encontrada
            and  f09900-nfse-rejeitada
                 move spaces                       to ws-mensagem
                 string "NFS-e rejeitada: " f09900-ds-motivo-nfse into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.


       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório
       copy CSP05000.cpy. *> NF-e (mestre)
       copy CSP05100.cpy. *> NF-e (itens)

      *>=================================================================================
       2200-localizar-os section.
                      move "INVALIDO"              to f-ds-status
            end-evaluate

            move f09900-nr-rps                     to f-nr-rps
            move f09900-nr-nfse                    to f-nr-nfse
            move f09900-numero-nfe-pecas           to f-numero-nfe-pecas
            evaluate true
                 when f09900-rps-enviado
                      move "RPS ENVIADO"           to f-ds-status-nfse
                 when f09900-nfse-autorizada
                      move "AUTORIZADA"            to f-ds-status-nfse
                 when f09900-nfse-rejeitada
                      move "REJEITADA"             to f-ds-status-nfse
                 when f09900-nfse-cancelada
                      move "CANCELADA"             to f-ds-status-nfse
                 when other
                      move spaces                  to f-ds-status-nfse
            end-evaluate

            perform 8000-tela

       exit.
       copy CSR01900.cpy.
       copy CSR02600.cpy.
       copy CSR04700.cpy.
       copy CSR00700.cpy.
