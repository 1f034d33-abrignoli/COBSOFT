      $set sourceformat"free"
       program-id. CS70003S.
      *>=================================================================================
      *>
      *>       Assistência Técnica - Envio dos Ressarcimentos de Garantia aos Fabricantes
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS18400.cpy.
       copy CSS10000.cpy.
       copy CSS01500.cpy.
       copy CSS00901.cpy.

             select arqgarantia assign to disk wid-arqgarantia
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF18400.cpy.
       copy CSF10000.cpy.
       copy CSF01500.cpy.
       copy CSF00901.cpy.

       fd   arqgarantia.

       01   rl-registro-garantia.
            03 rl-linha-garantia                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS70003S".
       78   c-descricao-programa                   value "ENVIO RESSARC GARANTIA".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-ddmmaaaa                    pic 9(08).
            03 ws-ix                               pic 9(03).
            03 ws-iy                               pic 9(03).
            03 ws-horas-arquivo                    pic 9(03),9(02).
            03 ws-valor-arquivo                    pic 9(11),9(02).
            03 ws-valor-mo-arquivo                 pic 9(11),9(02).
            03 ws-valor-pecas-arquivo              pic 9(11),9(02).
            03 ws-qtde-arquivo                     pic 9(09),9(04).
            03 ws-total-arquivo                    pic 9(13),9(02).
            03 ws-contagem-arquivo                 pic 9(07).
            03 ws-valor-x                          pic z.zzz.zzz.zzz.zz9,99.
            03 ws-contagem-x                       pic z.zzz.zz9.
            03 ws-horas-x                          pic zz9,99.

       01   ws-fornecedores.
            03 ws-qt-fornecedores                  pic 9(03).
            03 ws-fornecedor occurs 999 times.
               05 ws-cd-fornecedor                 pic 9(09).
            03 ws-cd-fornecedor-troca              pic 9(09).

       01   ws-totais-fornecedor.
            03 ws-nr-fornecedor                    pic 9(07).
            03 ws-tot-fornecedor                   pic 9(13)v9(02).

       01   ws-totais-envio.
            03 ws-nr-ressarcimentos                pic 9(07).
            03 ws-tot-ressarcimentos               pic 9(13)v9(02).

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

            string lnk-dat-path delimited   by "  " "\EFD184.DAT" into wid-pd18400
            open i-o pd18400
            if   ws-arquivo-inexistente
                 open output pd18400
                 close pd18400
                 open i-o pd18400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD184.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd10000
            perform 9000-abrir-i-pd01500

            accept ws-data-hoje                     from date yyyymmdd

            initialize                              ws-fornecedores
                                                    ws-totais-envio

       exit.

      *>=================================================================================
      *> Ressarcimentos pendentes (gerados em CS70002C) agrupados por
      *> fornecedor no arquivo texto separado por ";" enviado a cada
      *> fabricante:
      *>   0;CNPJ;data geração DDMMAAAA;razão social
      *>   1;fornecedor;CNPJ/CPF fornecedor;OS;produto;série;defeito;
      *>     horas;valor mão de obra;valor peças;valor solicitado
      *>   2;OS;sequência;produto;quantidade;valor total  (peças da OS)
      *>   9;quantidade de ressarcimentos;valor total solicitado
      *> Cada ressarcimento enviado passa a aguardar o retorno do
      *> fabricante (aprovado/negado) em CS70002C.
       2000-processamento section.

            perform 2100-carregar-fornecedores

            if   ws-qt-fornecedores equal zeros
                 move "Nenhum ressarcimento de garantia pendente de envio!" to ws-mensagem
                 perform 9000-mensagem
                 move zeros                         to lnk-nr-registros-lote
                 exit section
            end-if

            perform 2150-ordenar-fornecedores

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "RESSARCIMENTOS DE GARANTIA ENVIADOS - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial " DATA " ws-data-hoje into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 2200-abrir-arquivo

            perform varying ws-ix from 1 by 1 until ws-ix > ws-qt-fornecedores
                 perform 2300-enviar-fornecedor
            end-perform

            move ws-nr-ressarcimentos               to ws-contagem-arquivo
            move ws-tot-ressarcimentos              to ws-total-arquivo
            move spaces                             to rl-linha-garantia
            string "9;" ws-contagem-arquivo ";" ws-total-arquivo
                   delimited by size into rl-linha-garantia
            write rl-registro-garantia

            close arqgarantia

            move ws-nr-ressarcimentos               to ws-contagem-x
            move ws-tot-ressarcimentos              to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "TOTAL GERAL: " ws-contagem-x " RESSARCIMENTO(S)  VALOR SOLICITADO " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            string "ARQUIVO: " wid-arqgarantia      into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            move spaces                             to ws-mensagem
            string "Ressarcimentos enviados: " ws-contagem-x " - valor " ws-valor-x into ws-mensagem
            perform 9000-mensagem

            move ws-nr-ressarcimentos               to lnk-nr-registros-lote

       exit.

      *>=================================================================================
       2100-carregar-fornecedores section.

            initialize                              f18400-ressarcimento-garantia
            move lnk-cd-empresa                     to f18400-cd-empresa
            move lnk-cd-filial                      to f18400-cd-filial
            perform 9000-str-pd18400-grt
            perform 9000-ler-pd18400-nex

            perform until not ws-operacao-ok
                          or f18400-cd-empresa <> lnk-cd-empresa
                          or f18400-cd-filial  <> lnk-cd-filial

                 if   f18400-ressarcimento-pendente
                      perform varying ws-iy from 1 by 1
                              until ws-iy > ws-qt-fornecedores
                                 or ws-cd-fornecedor(ws-iy) equal f18400-cd-fornecedor
                      end-perform
                      if   ws-iy > ws-qt-fornecedores
                           if   ws-qt-fornecedores less 999
                                add  1              to ws-qt-fornecedores
                                move f18400-cd-fornecedor to ws-cd-fornecedor(ws-qt-fornecedores)
                           else
                                set  lnk-com-warning to true
                           end-if
                      end-if
                 end-if

                 perform 9000-ler-pd18400-nex

            end-perform

       exit.

      *>=================================================================================
       2150-ordenar-fornecedores section.

            perform varying ws-ix from 1 by 1 until ws-ix >= ws-qt-fornecedores
                 perform varying ws-iy from 1 by 1 until ws-iy > ws-qt-fornecedores - ws-ix
                      if   ws-cd-fornecedor(ws-iy) > ws-cd-fornecedor(ws-iy + 1)
                           move ws-cd-fornecedor(ws-iy)     to ws-cd-fornecedor-troca
                           move ws-cd-fornecedor(ws-iy + 1) to ws-cd-fornecedor(ws-iy)
                           move ws-cd-fornecedor-troca      to ws-cd-fornecedor(ws-iy + 1)
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
       2200-abrir-arquivo section.

            move spaces                              to wid-arqgarantia
            string lnk-int-path delimited by "  " "\GAR_"
                   lnk-cd-empresa "_" lnk-cd-filial "_" ws-data-hoje ".TXT"
                   delimited by "  " into wid-arqgarantia

            open output arqgarantia
            if   not ws-operacao-ok
                 string "Erro de abertura do arquivo de ressarcimentos - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            move ws-data-hoje                       to ws-data-inv
            perform 9000-converter-data-arquivo
            move spaces                             to rl-linha-garantia
            string "0;" lnk-cnpj ";" ws-data-ddmmaaaa ";" lnk-razao-social
                   delimited by size into rl-linha-garantia
            write rl-registro-garantia

       exit.

      *>=================================================================================
       2300-enviar-fornecedor section.

            initialize                              ws-totais-fornecedor

            initialize                              f01500-fornecedor
            move lnk-cd-empresa                     to f01500-cd-empresa
            move lnk-cd-filial                      to f01500-cd-filial
            move ws-cd-fornecedor(ws-ix)            to f01500-cd-fornecedor
            perform 9000-ler-pd01500-ran
            if   not ws-operacao-ok
                 initialize                         f01500-fornecedor
                 move "FORNECEDOR NAO CADASTRADO"   to f01500-razao-social
            end-if

            move spaces                             to rl-linha-relatorio
            string "FORNECEDOR " ws-cd-fornecedor(ws-ix) " - " f01500-razao-social
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move "  OS        PRODUTO   SERIE                HORAS         SOLICITADO" to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f18400-ressarcimento-garantia
            move lnk-cd-empresa                     to f18400-cd-empresa
            move lnk-cd-filial                      to f18400-cd-filial
            perform 9000-str-pd18400-grt
            perform 9000-ler-pd18400-nex

            perform until not ws-operacao-ok
                          or f18400-cd-empresa <> lnk-cd-empresa
                          or f18400-cd-filial  <> lnk-cd-filial

                 if   f18400-ressarcimento-pendente
                 and  f18400-cd-fornecedor equal ws-cd-fornecedor(ws-ix)
                      perform 2310-enviar-ressarcimento
                 end-if

                 perform 9000-ler-pd18400-nex

            end-perform

            move ws-nr-fornecedor                   to ws-contagem-x
            move ws-tot-fornecedor                  to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  SUBTOTAL FORNECEDOR: " ws-contagem-x " RESSARCIMENTO(S)  VALOR " ws-valor-x
                   into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2310-enviar-ressarcimento section.

            move f18400-horas-mao-obra              to ws-horas-arquivo
            move f18400-valor-mao-obra              to ws-valor-mo-arquivo
            move f18400-valor-pecas                 to ws-valor-pecas-arquivo
            move f18400-valor-solicitado            to ws-valor-arquivo
            move spaces                             to rl-linha-garantia
            string "1;" f18400-cd-fornecedor ";" f01500-cgc ";"
                   f18400-nr-os ";" f18400-cd-produto ";"
                   f18400-nr-serie delimited by "  "
                   ";" delimited by size
                   f18400-ds-defeito delimited by "  "
                   ";" ws-horas-arquivo ";" ws-valor-mo-arquivo ";"
                   ws-valor-pecas-arquivo ";" ws-valor-arquivo
                   delimited by size into rl-linha-garantia
            write rl-registro-garantia

            initialize                              f10000-peca-os
            move lnk-cd-empresa                     to f10000-cd-empresa
            move lnk-cd-filial                      to f10000-cd-filial
            move f18400-nr-os                       to f10000-nr-os
            perform 9000-str-pd10000-grt
            perform 9000-ler-pd10000-nex

            perform until not ws-operacao-ok
                          or f10000-cd-empresa <> lnk-cd-empresa
                          or f10000-cd-filial  <> lnk-cd-filial
                          or f10000-nr-os      <> f18400-nr-os
                 move f10000-qtde-aplicada          to ws-qtde-arquivo
                 move f10000-valor-total            to ws-valor-arquivo
                 move spaces                        to rl-linha-garantia
                 string "2;" f10000-nr-os ";" f10000-nr-sequencia ";"
                        f10000-cd-produto ";" ws-qtde-arquivo ";" ws-valor-arquivo
                        delimited by size into rl-linha-garantia
                 write rl-registro-garantia
                 perform 9000-ler-pd10000-nex
            end-perform

            move f18400-horas-mao-obra              to ws-horas-x
            move f18400-valor-solicitado            to ws-valor-x
            move spaces                             to rl-linha-relatorio
            string "  " f18400-nr-os " " f18400-cd-produto " " f18400-nr-serie " "
                   ws-horas-x " " ws-valor-x        into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            set  f18400-ressarcimento-enviado       to true
            move ws-data-hoje                       to f18400-data-envio
            perform 9000-regravar-pd18400
            if   not ws-operacao-ok
                 string "Erro ao gravar envio do ressarcimento - OS " f18400-nr-os into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 move "00"                          to ws-resultado-acesso
            end-if

            add  1                                  to ws-nr-fornecedor
                                                       ws-nr-ressarcimentos
            add  f18400-valor-solicitado            to ws-tot-fornecedor
                                                       ws-tot-ressarcimentos

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd18400
            close pd10000
            close pd01500

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

      *>=================================================================================
      *> Leituras

       copy CSR18400.cpy.
       copy CSR10000.cpy.
       copy CSR01500.cpy.
