       
       copy CSS00700.cpy.
       copy CSS01400.cpy.
       copy CSS01500.cpy.
       copy CSS01800.cpy.
       copy CSS02000.cpy.
       copy CSS05000.cpy.
       copy CSS04700.cpy.
       copy CSS08300.cpy.
       copy CSS08400.cpy.
       copy CSS15800.cpy.
       copy CSS15900.cpy.
       copy CSS16800.cpy.
       copy CSS00200.cpy.
       
             select arqpcl assign to disk wid-arqpcl
                   organization   is line sequential

       copy CSF00700.cpy.
       copy CSF01400.cpy.
       copy CSF01500.cpy.
       copy CSF01800.cpy.
       copy CSF02000.cpy.
       copy CSF05000.cpy.
       copy CSF04700.cpy.
       copy CSF08300.cpy.
       copy CSF08400.cpy.
       copy CSF15800.cpy.
       copy CSF15900.cpy.
       copy CSF16800.cpy.
       copy CSF00200.cpy.

       fd   arqpcl.

       78   c-enviar-email-nfe                     value "CS00109S".
       78   c-registrar-spool                      value "CS00116S".
       78   c-calendario-comercial                 value "CS00117S".
       78   c-servico-fidelidade                   value "CS00142S".

       
       01   ws-campos-trabalho.
            03 ws-status-sefaz                     pic x(03).
            03 ws-motivo-sefaz                     pic x(55).
            03 ws-nr-nfe-retransmitidas             pic 9(05).
            03 ws-id-destinatario                   pic x(01).
               88 ws-destinatario-encontrado            value "S" false "N".
            03 ws-nome-maquina-copia               pic x(55).
            03 ws-xml-definitivo                   pic x(255).

            03 r05-valor-desconto                  pic zzz.zzz.zz9,99.
            03 r05-valor-outras-despesas           pic zzz.zzz.zz9,99.
            03 r05-valor-ipi                       pic zzz.zzz.zz9,99.
            03 r05-valor-total-nota-fiscal         pic zzz.zzz.zz9,99.
            03 r05-valor-ibs-uf                    pic zzz.zzz.zz9,99.
            03 r05-valor-ibs-mun                   pic zzz.zzz.zz9,99.
            03 r05-valor-cbs                       pic zzz.zzz.zz9,99.                      

       01   r06-transportador.
            03 r06-razao-social                    pic x(55).
            03 ws-trib-valor-total                 pic 9(09)v9(02).
            03 r05-valor-tributos-aprox            pic zzz.zzz.zz9,99.

      *> Destinatário da nota: cliente na saída, fornecedor na entrada
      *> própria
       01   ws-destinatario-nota.
            03 ws-dest-razao-social                pic x(55).
            03 ws-dest-tipo-pessoa                 pic x(01).
               88 ws-dest-pessoa-juridica              value "J".
            03 ws-dest-cgc                         pic 9(14).
            03 ws-dest-ie                          pic x(11).
            03 ws-dest-id-logradouro               pic 9(09).
            03 ws-dest-nr-telefone                 pic 9(14).
      *> Destinatário estrangeiro (pd15800) e dados de exportação da
      *> nota (pd15900)
            03 ws-dest-id-exterior                 pic x(01).
               88 ws-dest-exterior                     value "S" false "N".
            03 ws-dest-nr-id-fiscal                pic x(20).
            03 ws-dest-endereco-ext                pic x(55).
            03 ws-dest-nr-endereco-ext             pic x(10).
            03 ws-dest-cidade-ext                  pic x(55).
            03 ws-dest-regiao-ext                  pic x(30).
            03 ws-dest-codigo-postal               pic x(12).
            03 ws-dest-cd-pais                     pic 9(04).
            03 ws-dest-nome-pais                   pic x(55).
            03 ws-id-nota-exportacao               pic x(01).
               88 ws-nota-exportacao                   value "S" false "N".
            03 ws-taxa-cambio-x                    pic zz9,999999.
            03 ws-valor-moeda-x                    pic zz.zzz.zzz.zz9,99.
      *> NF-e referenciada (remessa de entrega futura -> faturamento)
            03 ws-chave-referenciada               pic x(45).
            03 ws-f05000-salvo                     pic x(2000).
            03 ws-ponteiro-xml                     pic 9(04).
            03 ws-tpag-xml                         pic x(02).
            03 ws-valor-troco-xml                  pic 9(09)v9(02).
            03 ws-nr-pagamentos-xml                pic 9(02).

       01   lk-parametros-nfe.
            03 lk-numero-documento                  pic 9(09).
            03 lk-serie-documento                   pic 9(03).
               88 lk-nfe-emissao-normal                 value "N".
               88 lk-nfe-reimpressao                    value "R".
               88 lk-nfe-retransmissao                  value "T".
      *> Em branco para os chamadores de NF-e de saída
            03 lk-tipo-nota-nfe                     pic x(02).
               88 lk-nfe-nota-entrada                   value "00".

      *> Mesmo leiaute de lk-parametros-calendario em CS00117S
       01   lk-parametros-calendario.
            03 lk-spool-descricao                  pic x(55).
            03 lk-spool-origem                     pic x(08).

      *> Mesmo leiaute de lk-parametros-fidelidade em CS00142S
       01   lk-parametros-fidelidade.
            03 lk-fid-operacao                     pic x(01).
               88 lk-fid-acumular                      value "A".
               88 lk-fid-estornar                      value "E".
               88 lk-fid-saldo                         value "S".
               88 lk-fid-resgatar                      value "R".
            03 lk-fid-cd-filial                    pic 9(04).
            03 lk-fid-cd-cliente                   pic 9(09).
            03 lk-fid-tipo-nota                    pic 9(02).
            03 lk-fid-numero-documento             pic 9(09).
            03 lk-fid-serie-documento              pic x(03).
            03 lk-fid-valor                        pic 9(09)v9(02).
            03 lk-fid-pontos                       pic 9(09).
            03 lk-fid-valor-ponto                  pic 9(05)v9(02).
            03 lk-fid-retorno                      pic x(01).
               88 lk-fid-efetuado                      value "S".
               88 lk-fid-recusado                      value "N".
            03 lk-fid-mensagem                     pic x(60).

      *> Mesmo leiaute de lk-parametros-ctr em CS50006S
       01   lk-parametros-ctr.
            03 lk-ctr-numero-documento              pic 9(09).

            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd01400
            perform 9000-abrir-i-pd01500
            perform 9000-abrir-i-pd01800
            perform 9000-abrir-i-pd02000
            perform 9000-abrir-io-pd05000
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd00200

            string lnk-dat-path delimited   by "  " "\EFD158.DAT" into wid-pd15800
            open input pd15800
            if   ws-arquivo-inexistente
                 open output pd15800
                 close pd15800
                 open input pd15800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD158.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD159.DAT" into wid-pd15900
            open input pd15900
            if   ws-arquivo-inexistente
                 open output pd15900
                 close pd15900
                 open input pd15900
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD159.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD168.DAT" into wid-pd16800
            open input pd16800
            if   ws-arquivo-inexistente
                 open output pd16800
                 close pd16800
                 open input pd16800
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD168.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 1100-carregar-parametros

       exit.
            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
            if   lk-nfe-nota-entrada
                 move 00                            to f05000-tipo-nota
            else
                 move 01                            to f05000-tipo-nota
            end-if
            move lk-numero-documento                to f05000-numero-documento
            move lk-serie-documento                 to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            *>================================================================
            
            initialize                             r02-mestre-nfe
            if   f05000-nota-entrada
                 move 0                            to r02-tipo-documento
            else
                 move 1                            to r02-tipo-documento
            end-if
            move f05000-numero-documento           to r02-numero-documento
            move f05000-serie-documento            to r02-serie-documento
            move spaces                            to r02-controle-fisico
                 move ws-chave-random              to r02-chave-acesso
                 move spaces                       to r02-protocolo-autorizacao
            end-if
            if   f05000-nota-entrada
                 move "ENTRADA DE MERCADORIAS"     to r02-natureza-operacao
                 perform 2300-natureza-nota-entrada
            else
                 move "VENDA DE MERCADORIAS"       to r02-natureza-operacao
            end-if
            move f00700-ie                         to r02-inscricao-estadual
            move spaces                            to r02-inscricao-estadual-subst
            string f00700-cnpj(01:02) "." f00700-cnpj(03:03) "." 
            *>                      DESTINATÁRIO NFE
            *>================================================================
            
             if   f05000-nota-entrada
                  perform 2300-ler-remetente-entrada
             else
                  perform 2300-ler-destinatario-cliente
             end-if
             if    not ws-destinatario-encontrado
                   exit section
             end-if
             
             initialize                            r03-destinatario
             move ws-dest-razao-social             to r03-razao-social
             evaluate true
                  when ws-dest-cgc equal zeros
                       move "EXTERIOR"              to r03-cgc
                  when ws-dest-pessoa-juridica
                       string ws-dest-cgc(01:02) "." ws-dest-cgc(03:03) "." ws-dest-cgc(06:03) "/" ws-dest-cgc(09:04) "-" ws-dest-cgc(13:02) into r03-cgc
                  when other
                       string ws-dest-cgc(05:03) "." ws-dest-cgc(08:03) "." ws-dest-cgc(11:03) "-" ws-dest-cgc(13:02) into r03-cgc
             end-evaluate
             move f05000-data-operacao              to ws-data-inv
             move ws-dia-inv                        to ws-dia
             move ws-mes-inv                        to ws-mes
             move ws-ano-inv                        to ws-ano
             move ws-data                           to r03-data-emissao
             initialize                             lk-logradouro
             move ws-dest-id-logradouro             to lk-id-logradouro
             call c-pesquisar-cep using lnk-par lk-logradouro
             cancel c-pesquisar-cep
             move lk-endereco                       to r03-endereco
             move ws-ano-inv                        to ws-ano
             move ws-data                           to r03-data-saida
             move lk-municipio                      to r03-municipio
             string "+ " ws-dest-nr-telefone(01:02) " (" ws-dest-nr-telefone(03:03) ") " 
                    ws-dest-nr-telefone(06:05) "-" ws-dest-nr-telefone(11:04) into r03-telefone
             move lk-uf                             to r03-unidade-federativa                         
             move ws-dest-ie                        to r03-inscricao-estadual
             string f05000-hora-saida ":" f05000-minuto-saida into r03-hora-saida

             if   ws-dest-exterior
                  move ws-dest-nr-id-fiscal         to r03-cgc
                  move spaces                       to r03-endereco
                  string ws-dest-endereco-ext delimited by "  " ", " ws-dest-nr-endereco-ext
                         into r03-endereco
                  move ws-dest-regiao-ext           to r03-bairro
                  move ws-dest-codigo-postal        to r03-cep
                  move ws-dest-cidade-ext           to r03-municipio
                  move "EX"                         to r03-unidade-federativa
                  move spaces                       to r03-inscricao-estadual
             end-if

             perform 2300-ler-nota-exportacao

             perform 2300-ler-nota-referenciada
                          
            *>================================================================
            *>                       FATURA NFE
            move f05000-valor-outras-despesas      to r05-valor-outras-despesas
            move f05000-valor-ipi                  to r05-valor-ipi
            move f05000-valor-total                to r05-valor-total-nota-fiscal
            move f05000-valor-ibs-uf               to r05-valor-ibs-uf
            move f05000-valor-ibs-mun              to r05-valor-ibs-mun
            move f05000-valor-cbs                  to r05-valor-cbs
            
            *>================================================================
            *>                    TRANSPORTADOR NFE

       exit.

      *>=================================================================================
       2300-ler-destinatario-cliente section.

            set  ws-destinatario-encontrado         to false
            set  ws-dest-exterior                   to false

            initialize                              f01400-cliente
            move lnk-cd-empresa                     to f01400-cd-empresa
            move lnk-cd-filial                      to f01400-cd-filial
            move f05000-cd-destinatario             to f01400-cd-cliente
            perform 9000-ler-pd01400-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            set  ws-destinatario-encontrado         to true
            move f01400-razao-social                to ws-dest-razao-social
            move f01400-tipo-pessoa                 to ws-dest-tipo-pessoa
            move f01400-cgc                         to ws-dest-cgc
            move f01400-ie                          to ws-dest-ie
            move f01400-id-logradouro               to ws-dest-id-logradouro
            move f01400-nr-telefone-1               to ws-dest-nr-telefone

            if   f01400-pessoa-estrangeira
                 perform 2300-ler-cliente-exterior
            end-if

       exit.

      *>=================================================================================
      *> Cliente estrangeiro: identificação fiscal, endereço livre e país
      *> do complemento (pd15800) no lugar do CNPJ/CPF/logradouro.
       2300-ler-cliente-exterior section.

            initialize                              f15800-cliente-exterior
            move f01400-cd-empresa                  to f15800-cd-empresa
            move f01400-cd-filial                   to f15800-cd-filial
            move f01400-cd-cliente                  to f15800-cd-cliente
            perform 9000-ler-pd15800-ran
            if   not ws-operacao-ok
                 move "00"                          to ws-resultado-acesso
                 exit section
            end-if

            set  ws-dest-exterior                   to true
            move f15800-nr-id-fiscal                to ws-dest-nr-id-fiscal
            move f15800-endereco                    to ws-dest-endereco-ext
            move f15800-nr-endereco                 to ws-dest-nr-endereco-ext
            move f15800-cidade                      to ws-dest-cidade-ext
            move f15800-regiao                      to ws-dest-regiao-ext
            move f15800-codigo-postal               to ws-dest-codigo-postal
            move zeros                              to ws-dest-cd-pais
            move spaces                             to ws-dest-nome-pais

            initialize                              f00200-pais
            move f15800-cd-empresa                  to f00200-cd-empresa
            move f15800-cd-filial                   to f00200-cd-filial
            move f15800-id-pais                     to f00200-id-pais
            perform 9000-ler-pd00200-ran
            if   ws-operacao-ok
                 move f00200-cd-pais                to ws-dest-cd-pais
                 move f00200-nome-pais              to ws-dest-nome-pais
            end-if
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> NF-e de exportação (CFOP 7xxx): embarque, DU-E e moeda/taxa da
      *> venda gravados na emissão.
       2300-ler-nota-exportacao section.

            set  ws-nota-exportacao                 to false

            initialize                              f15900-nota-exportacao
            move f05000-cd-empresa                  to f15900-cd-empresa
            move f05000-cd-filial                   to f15900-cd-filial
            move f05000-tipo-nota                   to f15900-tipo-nota
            move f05000-numero-documento            to f15900-numero-documento
            move f05000-serie-documento             to f15900-serie-documento
            perform 9000-ler-pd15900-ran
            if   ws-operacao-ok
                 set  ws-nota-exportacao            to true
            end-if
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Remessa de entrega futura: chave de acesso da NF-e de simples
      *> faturamento referenciada, para o grupo NFref do XML.
       2300-ler-nota-referenciada section.

            move spaces                             to ws-chave-referenciada

            if   f05000-numero-doc-referencia equal zeros
                 exit section
            end-if

            move f05000-mestre-nota-fiscal          to ws-f05000-salvo
            move f05000-numero-doc-referencia       to f05000-numero-documento
            move f05000-serie-doc-referencia        to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   ws-operacao-ok
                 move f05000-chave-acesso           to ws-chave-referenciada
            end-if
            move ws-f05000-salvo                    to f05000-mestre-nota-fiscal
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> NF-e de entrada emitida pela própria empresa (importação,
      *> CS40011C): o remetente da mercadoria é o fornecedor - no
      *> exportador estrangeiro, sem CNPJ, o documento sai como EXTERIOR.
       2300-ler-remetente-entrada section.

            set  ws-destinatario-encontrado         to false
            set  ws-dest-exterior                   to false

            initialize                              f01500-fornecedor
            move lnk-cd-empresa                     to f01500-cd-empresa
            move lnk-cd-filial                      to f01500-cd-filial
            move f05000-cd-destinatario             to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
                 exit section
            end-if

            set  ws-destinatario-encontrado         to true
            move f01500-razao-social                to ws-dest-razao-social
            move f01500-tipo-pessoa                 to ws-dest-tipo-pessoa
            move f01500-cgc                         to ws-dest-cgc
            move f01500-ie                          to ws-dest-ie
            move f01500-id-logradouro               to ws-dest-id-logradouro
            move f01500-nr-telefone-1               to ws-dest-nr-telefone

       exit.

      *>=================================================================================
      *> Natureza da NF-e de entrada própria: a descrição da natureza
      *> de operação informada na nota (pd08400), quando cadastrada.
       2300-natureza-nota-entrada section.

            if   f05000-cd-natureza equal zeros
                 exit section
            end-if

            initialize                              f08400-natureza-operacao
            move f05000-cd-empresa                  to f08400-cd-empresa
            move f05000-cd-filial                   to f08400-cd-filial
            move f05000-cd-natureza                 to f08400-cd-natureza
            perform 9000-ler-pd08400-ran
            if   ws-operacao-ok
                 move f08400-ds-natureza            to r02-natureza-operacao
            end-if
            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Endereço de entrega escolhido na emissão (pd06400, carregado no
      *> cabeçalho da nota) - impresso no bloco de entrega do DANFE. Id
                 perform 2392-copiar-xml-definitivo
                 perform 2396-gerar-contas-receber
                 perform 2398-acumular-estatisticas
                 perform 2399-acumular-fidelidade
            end-if

       exit.

      *>=================================================================================
      *> Venda autorizada com cliente identificado pontua no programa de
      *> fidelidade (CS00142S - o serviço ignora nota já pontuada e
      *> programa inativo).
       2399-acumular-fidelidade section.

            if   f05000-tipo-nota not equal 01
            or   f05000-cd-destinatario equal zeros
                 exit section
            end-if

            perform 2396-carregar-natureza-nota
            if   not ws-natureza-soma-estatisticas
                 exit section
            end-if

            initialize                              lk-parametros-fidelidade
            set  lk-fid-acumular                    to true
            move f05000-cd-filial                   to lk-fid-cd-filial
            move f05000-tipo-nota                   to lk-fid-tipo-nota
            move f05000-numero-documento            to lk-fid-numero-documento
            move f05000-serie-documento             to lk-fid-serie-documento
            move lk-parametros-fidelidade           to lnk-linha-comando
            call c-servico-fidelidade using lnk-par
            cancel c-servico-fidelidade
            move spaces                             to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Acumula a venda autorizada nos agregados estatísticos mensais
      *> (pd05800 por produto, pd05900 por cliente) - são eles que
            and  f08400-natureza-ativa
                 move f08400-id-gera-financeiro       to ws-id-nat-financeiro
                 move f08400-id-soma-estatisticas     to ws-id-nat-estatisticas
                 evaluate f08400-cfop
                      when 5922
                      when 6922
                           move "S"                   to ws-id-nat-financeiro
                      when 5117
                      when 6117
                      when 5908
                      when 6908
                      when 5912
                      when 6912
                           move "N"                   to ws-id-nat-financeiro
                           move "N"                   to ws-id-nat-estatisticas
                 end-evaluate
            end-if

       exit.
            write rl-registro-xml

            move spaces                             to rl-linha-xml
            move 1                                  to ws-ponteiro-xml
            string "<ide><nNF>" r02-numero-documento "</nNF><serie>" r02-serie-documento
                   "</serie><natOp>" r02-natureza-operacao "</natOp><tpNF>" r02-tipo-documento
                   "</tpNF>" into rl-linha-xml with pointer ws-ponteiro-xml
            if   ws-nota-exportacao
                 string "<idDest>3</idDest>" into rl-linha-xml with pointer ws-ponteiro-xml
            end-if
            if   ws-chave-referenciada not equal spaces
                 string "<NFref><refNFe>" ws-chave-referenciada delimited by " "
                        "</refNFe></NFref>" into rl-linha-xml with pointer ws-ponteiro-xml
            end-if
            string "</ide>" into rl-linha-xml with pointer ws-ponteiro-xml
            write rl-registro-xml

            move spaces                             to rl-linha-xml
            string "<emit><CNPJ>" r02-cnpj "</CNPJ><IE>" r02-inscricao-estadual "</IE></emit>" into rl-linha-xml
            write rl-registro-xml

            if   ws-dest-exterior
                 perform 2361-gerar-xml-dest-exterior
            else
                 move spaces                        to rl-linha-xml
                 string "<dest><razaoSocial>" r03-razao-social "</razaoSocial><CNPJCPF>" r03-cgc
                        "</CNPJCPF></dest>" into rl-linha-xml
                 write rl-registro-xml
            end-if

            initialize                              f05100-item-nota-fiscal
            move f05000-cd-empresa                  to f05100-cd-empresa
                or f05100-serie-documento   <> f05000-serie-documento
                or f05100-cd-destinatario   <> f05000-cd-destinatario

      *> Um grupo por linha - o item completo não cabe nos 256 bytes
      *> do registro
                move spaces                          to rl-linha-xml
                string "<det><prod><cProd>" f05100-cd-mercadoria "</cProd><qCom>" f05100-quantidade-mercadoria
                       "</qCom><vUnCom>" f05100-valor-unitario "</vUnCom><vProd>" f05100-valor-total
                       "</vProd><CEST>" f05100-cest "</CEST><CFOP>" f05100-cfop "</CFOP></prod><imposto>" into rl-linha-xml
                write rl-registro-xml

                move spaces                          to rl-linha-xml
                string "<ICMS><CST>" f05100-cst
                       "</CST><vBC>" f05100-base-icms "</vBC><pICMS>" f05100-aliq-icms
                       "</pICMS><vICMS>" f05100-valor-icms "</vICMS><pMVAST>" f05100-mva-st
                       "</pMVAST><vBCST>" f05100-base-icms-st "</vBCST><pICMSST>" f05100-aliq-icms-st
                       "</pICMSST><vICMSST>" f05100-valor-icms-st "</vICMSST></ICMS>" into rl-linha-xml
                write rl-registro-xml

                move spaces                          to rl-linha-xml
                string "<PIS><CST>" f05100-cst-pis
                       "</CST><vBC>" f05100-base-pis "</vBC><pPIS>" f05100-aliq-pis
                       "</pPIS><vPIS>" f05100-valor-pis "</vPIS></PIS>" into rl-linha-xml
                write rl-registro-xml

                move spaces                          to rl-linha-xml
                string "<COFINS><CST>" f05100-cst-cofins
                       "</CST><vBC>" f05100-base-cofins "</vBC><pCOFINS>" f05100-aliq-cofins
                       "</pCOFINS><vCOFINS>" f05100-valor-cofins "</vCOFINS></COFINS>" into rl-linha-xml
                write rl-registro-xml

      *> IBS/CBS da Reforma Tributária (ano de teste: informativo)
                move spaces                          to rl-linha-xml
                string "<IBSCBS><CST>" f05100-cst-ibs-cbs
                       "</CST><cClassTrib>" f05100-cd-class-trib
                       "</cClassTrib><gIBSCBS><vBC>" f05100-base-ibs-cbs
                       "</vBC><gIBSUF><pIBSUF>" f05100-aliq-ibs-uf
                       "</pIBSUF><vIBSUF>" f05100-valor-ibs-uf "</vIBSUF></gIBSUF>" into rl-linha-xml
                write rl-registro-xml

                move spaces                          to rl-linha-xml
                string "<gIBSMun><pIBSMun>" f05100-aliq-ibs-mun
                       "</pIBSMun><vIBSMun>" f05100-valor-ibs-mun
                       "</vIBSMun></gIBSMun><gCBS><pCBS>" f05100-aliq-cbs
                       "</pCBS><vCBS>" f05100-valor-cbs
                       "</vCBS></gCBS></gIBSCBS></IBSCBS></imposto></det>" into rl-linha-xml
                write rl-registro-xml

                perform 9000-ler-pd05100-nex
            end-perform

            move spaces                              to rl-linha-xml
            string "<total><vProd>" f05000-valor-total-produtos "</vProd><vBCST>" f05000-base-icms-st
                   "</vBCST><vST>" f05000-valor-icms-st "</vST><vPIS>" f05000-valor-pis
                   "</vPIS><vCOFINS>" f05000-valor-cofins "</vCOFINS><vNF>" f05000-valor-total
                   "</vNF>" into rl-linha-xml
            write rl-registro-xml

            move spaces                              to rl-linha-xml
            string "<IBSCBSTot><vBCIBSCBS>" f05000-base-ibs-cbs
                   "</vBCIBSCBS><gIBS><gIBSUF><vIBSUF>" f05000-valor-ibs-uf
                   "</vIBSUF></gIBSUF><gIBSMun><vIBSMun>" f05000-valor-ibs-mun
                   "</vIBSMun></gIBSMun></gIBS><gCBS><vCBS>" f05000-valor-cbs
                   "</vCBS></gCBS></IBSCBSTot></total>" into rl-linha-xml
            write rl-registro-xml

            if   ws-nota-exportacao
                 perform 2362-gerar-xml-exportacao
            end-if

            perform 2363-gerar-xml-pagamento

            move spaces                              to rl-linha-xml
            move "</infNFe></NFe>"                   to rl-linha-xml
            write rl-registro-xml

       exit.

      *>=================================================================================
      *> Destinatário estrangeiro: idEstrangeiro no lugar do CNPJ/CPF e
      *> endereço com município 9999999, UF EX e o país do cadastro.
       2361-gerar-xml-dest-exterior section.

            move spaces                             to rl-linha-xml
            string "<dest><razaoSocial>" r03-razao-social "</razaoSocial><idEstrangeiro>"
                   ws-dest-nr-id-fiscal delimited by "  " "</idEstrangeiro>" into rl-linha-xml
            write rl-registro-xml

            move spaces                             to rl-linha-xml
            string "<enderDest><xLgr>" ws-dest-endereco-ext delimited by "  "
                   "</xLgr><nro>" ws-dest-nr-endereco-ext delimited by "  "
                   "</nro><xBairro>" ws-dest-regiao-ext delimited by "  "
                   "</xBairro><cMun>9999999</cMun><xMun>" ws-dest-cidade-ext delimited by "  "
                   "</xMun>" into rl-linha-xml
            write rl-registro-xml

            move spaces                             to rl-linha-xml
            string "<UF>EX</UF><cPais>" ws-dest-cd-pais "</cPais><xPais>" ws-dest-nome-pais delimited by "  "
                   "</xPais></enderDest></dest>" into rl-linha-xml
            write rl-registro-xml

       exit.

      *>=================================================================================
      *> Informações complementares (DU-E e valor na moeda da venda) e o
      *> grupo de exportação com o local de saída da mercadoria do país.
       2362-gerar-xml-exportacao section.

            move f15900-taxa-cambio                  to ws-taxa-cambio-x
            move f15900-valor-total-moeda            to ws-valor-moeda-x

            move spaces                              to rl-linha-xml
            string "<infAdic><infCpl>DU-E " f15900-nr-due " - VALOR " f15900-cd-moeda " "
                   ws-valor-moeda-x " - TAXA DE CAMBIO " ws-taxa-cambio-x
                   "</infCpl></infAdic>" into rl-linha-xml
            write rl-registro-xml

            move spaces                              to rl-linha-xml
            string "<exporta><UFSaidaPais>" f15900-uf-embarque "</UFSaidaPais><xLocExporta>"
                   f15900-local-embarque delimited by "  " "</xLocExporta><xLocDespacho>"
                   f15900-local-despacho delimited by "  " "</xLocDespacho></exporta>" into rl-linha-xml
            write rl-registro-xml

       exit.

      *>=================================================================================
      *> Grupo de pagamento: um detPag por forma gravada em pd16800 (venda
      *> balcão com várias formas), com bandeira/autorização do cartão e
      *> o troco total. Nota sem linhas usa a forma única do mestre.
       2363-gerar-xml-pagamento section.

            move zeros                               to ws-valor-troco-xml
                                                        ws-nr-pagamentos-xml

            move spaces                              to rl-linha-xml
            move "<pag>"                             to rl-linha-xml
            write rl-registro-xml

            initialize                               f16800-pagamento-nota
            move f05000-cd-empresa                   to f16800-cd-empresa
            move f05000-cd-filial                    to f16800-cd-filial
            move f05000-tipo-nota                    to f16800-tipo-nota
            move f05000-numero-documento             to f16800-numero-documento
            move f05000-serie-documento              to f16800-serie-documento
            perform 9000-str-pd16800-grt
            perform 9000-ler-pd16800-nex
            perform until not ws-operacao-ok
                or f16800-cd-empresa        <> f05000-cd-empresa
                or f16800-cd-filial         <> f05000-cd-filial
                or f16800-tipo-nota         <> f05000-tipo-nota
                or f16800-numero-documento  <> f05000-numero-documento
                or f16800-serie-documento   <> f05000-serie-documento

                add  1                               to ws-nr-pagamentos-xml
                add  f16800-valor-troco              to ws-valor-troco-xml
                move f16800-forma-pagamento          to ws-tpag-xml
                perform 2364-codigo-forma-pagamento

                move spaces                          to rl-linha-xml
                move 1                               to ws-ponteiro-xml
                string "<detPag><tPag>" ws-tpag-xml "</tPag><vPag>" f16800-valor-pagamento
                       "</vPag>" into rl-linha-xml with pointer ws-ponteiro-xml
                if   f16800-pagamento-cartao
                and  f16800-nr-controle-tef greater zeros
                     string "<card><tpIntegra>1</tpIntegra><tBand>" f16800-bandeira delimited by "  "
                            "</tBand><cAut>" f16800-cd-autorizacao delimited by "  "
                            "</cAut></card>" into rl-linha-xml with pointer ws-ponteiro-xml
                end-if
                string "</detPag>" into rl-linha-xml with pointer ws-ponteiro-xml
                write rl-registro-xml

                perform 9000-ler-pd16800-nex
            end-perform

            if   ws-nr-pagamentos-xml equal zeros
                 if   f05000-tipo-pagamento equal spaces
                 or   f05000-pagamento-misto
                      move "90"                      to ws-tpag-xml
                 else
                      move f05000-tipo-pagamento     to ws-tpag-xml
                      perform 2364-codigo-forma-pagamento
                 end-if
                 move spaces                         to rl-linha-xml
                 string "<detPag><tPag>" ws-tpag-xml "</tPag><vPag>" f05000-valor-total
                        "</vPag></detPag>" into rl-linha-xml
                 write rl-registro-xml
            end-if

            move spaces                              to rl-linha-xml
            string "<vTroco>" ws-valor-troco-xml "</vTroco></pag>" into rl-linha-xml
            write rl-registro-xml

       exit.

      *>=================================================================================
      *> Forma interna (D/C/P/V/F/R) para o código tPag da SEFAZ
       2364-codigo-forma-pagamento section.

            evaluate ws-tpag-xml(1:1)
                 when "D"
                      move "01"                      to ws-tpag-xml
                 when "C"
                      move "03"                      to ws-tpag-xml
                 when "P"
                      move "17"                      to ws-tpag-xml
                 when "V"
                      move "05"                      to ws-tpag-xml
                 when "F"
                      move "14"                      to ws-tpag-xml
                 when "R"
                      move "19"                      to ws-tpag-xml
                 when other
                      move "99"                      to ws-tpag-xml
            end-evaluate

       exit.

      *>=================================================================================
      *> Assina digitalmente o XML gerado, chamando o assinador externo configurado
      *> para o ambiente (certificado A1/A3 do estabelecimento).
                          or f05000-cd-empresa    <> lnk-cd-empresa
                          or f05000-cd-filial     <> lnk-cd-filial

                 if  (f05000-tipo-nota            equal 01
                 or   f05000-nota-entrada)
                 and  f05000-nfe-pendente

                      perform 2300-monta-working-pcl
                   " (LEI 12.741/2012) FONTE: IBPT" into rl-linha-em-pcl
            write rl-registro-em-pcl

      *> IBS/CBS destacados (Reforma Tributária) - no ano de teste não
      *> compõem o total da nota
            if   f05000-base-ibs-cbs greater zeros
                 move spaces                       to rl-linha-em-pcl
                 string ws-codigo-esc "*p60x2965Y"
                        "IBS UF R$ " r05-valor-ibs-uf
                        "  IBS MUN R$ " r05-valor-ibs-mun
                        "  CBS R$ " r05-valor-cbs
                        " (NAO COMPOEM O TOTAL DA NOTA)" into rl-linha-em-pcl
                 write rl-registro-em-pcl
            end-if

       exit.

      *>=================================================================================       

            close pd00700
            close pd01400
            close pd01500
            close pd01800
            close pd02000
            close pd05000
            close pd06400
            close pd08300
            close pd08400
            close pd00200
            close pd15800
            close pd15900
            close pd16800

       exit.
                                                

       copy CSR00700.cpy.
       copy CSR01400.cpy.
       copy CSR01500.cpy.
       copy CSR01800.cpy.
       copy CSR02000.cpy.
       copy CSR05000.cpy.
       copy CSR04700.cpy.
       copy CSR08300.cpy.
       copy CSR08400.cpy.
       copy CSR15800.cpy.
       copy CSR15900.cpy.
       copy CSR16800.cpy.
       copy CSR00200.cpy.
