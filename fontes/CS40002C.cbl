       78   c-descricao-programa                   value "RECEBIMENTO DE MERCADORIA".
       78   c-max-itens-xml                        value 200.
       78   c-motivo-entrada-nf                    value 001.
       78   c-compensar-adiantamento               value "CS00138S".
       78   c-imprimir-etiquetas                   value "CS00145S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 ws-sequencia-item-nf                pic 9(09).
            03 ws-qtde-base-custo                  pic 9(09)v9(04).
            03 ws-custo-medio-novo                 pic 9(09)v9(04).
            03 ws-id-bloco-total-xml               pic x(01).
               88 ws-xml-em-totais                      value "S" false "N".
            03 ws-base-ibs-cbs-entrada             pic 9(09)v9(02).
            03 ws-ibs-uf-entrada                   pic 9(09)v9(02).
            03 ws-ibs-mun-entrada                  pic 9(09)v9(02).
            03 ws-cbs-entrada                      pic 9(09)v9(02).
            03 ws-valor-adiantamento-x             pic zz.zzz.zzz.zz9,99.
            03 ws-nr-itens-lote                    pic 9(03).
            03 ws-qtde-copias-etiqueta             pic 9(05).

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

      *> Mesmo leiaute de lk-parametros-etiqueta em CS00145S
       01   lk-parametros-etiqueta.
            03 lk-etq-tipo                         pic x(01).
               88 lk-etq-produto                       value "P".
               88 lk-etq-lote                          value "L".
               88 lk-etq-endereco                      value "E".
               88 lk-etq-volume                        value "V".
            03 lk-etq-cd-produto                   pic 9(09).
            03 lk-etq-cd-deposito                  pic 9(04).
            03 lk-etq-nr-lote                      pic x(20).
            03 lk-etq-nr-embarque                  pic 9(09).
            03 lk-etq-numero-documento             pic 9(09).
            03 lk-etq-serie-documento              pic x(03).
            03 lk-etq-qtde-copias                  pic 9(05).
            03 lk-etq-nr-etiquetas                 pic 9(07).
            03 lk-etq-id-retorno                   pic x(01).
               88 lk-etq-enviada                       value "S" false "N".

       01   ws-cabecalho-xml.
            03 ws-xml-cnpj-emitente                pic 9(14).
               05 xi-nr-lote                       pic x(20).
               05 xi-data-fabricacao               pic 9(08).
               05 xi-data-validade                 pic 9(08).
               05 xi-cd-class-trib                 pic x(06).
               05 xi-aliq-ibs-uf                   pic 9(02)v9(04).
               05 xi-vl-ibs-uf                     pic 9(09)v9(02).
               05 xi-aliq-ibs-mun                  pic 9(02)v9(04).
               05 xi-vl-ibs-mun                    pic 9(09)v9(02).
               05 xi-aliq-cbs                      pic 9(02)v9(04).
               05 xi-vl-cbs                        pic 9(09)v9(02).

       01   f-recebimento.
            03 f-nome-arquivo-xml                  pic x(55).
            end-if
            perform 9000-mensagem

            perform 2700-compensar-adiantamento

            perform 2800-etiquetas-lotes

            perform 8000-inicia-frame

       exit.
            move zeros                              to ws-nr-itens-xml

            set  ws-fim-xml                         to false
            set  ws-xml-em-totais                   to false

            perform until ws-fim-xml

                 move function numval(ws-valor-tag)  to xi-vl-total(ws-nr-itens-xml)
            end-if

      *> IBS/CBS do item (grupo IBSCBS): os mesmos nomes de tag se
      *> repetem no grupo de totais (IBSCBSTot), ignorado a partir do
      *> <total>
            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<total>"
            if   ws-nr-ocorrencias greater zeros
                 set ws-xml-em-totais                to true
            end-if

            if   ws-xml-em-totais
                 exit section
            end-if

            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<cClassTrib>"
            if   ws-nr-ocorrencias greater zeros
                 unstring rl-linha-xml delimited by "<cClassTrib>" into ws-descarte-xml ws-conteudo-xml
                 unstring ws-conteudo-xml delimited by "</cClassTrib>" into ws-valor-tag
                 move ws-valor-tag(1:6)              to xi-cd-class-trib(ws-nr-itens-xml)
            end-if

            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<pIBSUF>"
            if   ws-nr-ocorrencias greater zeros
                 unstring rl-linha-xml delimited by "<pIBSUF>" into ws-descarte-xml ws-conteudo-xml
                 unstring ws-conteudo-xml delimited by "</pIBSUF>" into ws-valor-tag
                 perform 9000-numerico-xml
                 move function numval(ws-valor-tag)  to xi-aliq-ibs-uf(ws-nr-itens-xml)
            end-if

            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<vIBSUF>"
            if   ws-nr-ocorrencias greater zeros
                 unstring rl-linha-xml delimited by "<vIBSUF>" into ws-descarte-xml ws-conteudo-xml
                 unstring ws-conteudo-xml delimited by "</vIBSUF>" into ws-valor-tag
                 perform 9000-numerico-xml
                 move function numval(ws-valor-tag)  to xi-vl-ibs-uf(ws-nr-itens-xml)
            end-if

            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<pIBSMun>"
            if   ws-nr-ocorrencias greater zeros
                 unstring rl-linha-xml delimited by "<pIBSMun>" into ws-descarte-xml ws-conteudo-xml
                 unstring ws-conteudo-xml delimited by "</pIBSMun>" into ws-valor-tag
                 perform 9000-numerico-xml
                 move function numval(ws-valor-tag)  to xi-aliq-ibs-mun(ws-nr-itens-xml)
            end-if

            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<vIBSMun>"
            if   ws-nr-ocorrencias greater zeros
                 unstring rl-linha-xml delimited by "<vIBSMun>" into ws-descarte-xml ws-conteudo-xml
                 unstring ws-conteudo-xml delimited by "</vIBSMun>" into ws-valor-tag
                 perform 9000-numerico-xml
                 move function numval(ws-valor-tag)  to xi-vl-ibs-mun(ws-nr-itens-xml)
            end-if

            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<pCBS>"
            if   ws-nr-ocorrencias greater zeros
                 unstring rl-linha-xml delimited by "<pCBS>" into ws-descarte-xml ws-conteudo-xml
                 unstring ws-conteudo-xml delimited by "</pCBS>" into ws-valor-tag
                 perform 9000-numerico-xml
                 move function numval(ws-valor-tag)  to xi-aliq-cbs(ws-nr-itens-xml)
            end-if

            move zeros                               to ws-nr-ocorrencias
            inspect rl-linha-xml tallying ws-nr-ocorrencias for all "<vCBS>"
            if   ws-nr-ocorrencias greater zeros
                 unstring rl-linha-xml delimited by "<vCBS>" into ws-descarte-xml ws-conteudo-xml
                 unstring ws-conteudo-xml delimited by "</vCBS>" into ws-valor-tag
                 perform 9000-numerico-xml
                 move function numval(ws-valor-tag)  to xi-vl-cbs(ws-nr-itens-xml)
            end-if

       exit.

      *>=================================================================================
            move function numval(lnk-id-usuario)     to f05000-id-usuario-operacao
            move zeros                               to ws-valor-total-xml
            move zeros                               to ws-sequencia-item-nf
            move zeros                               to ws-base-ibs-cbs-entrada
            move zeros                               to ws-ibs-uf-entrada
            move zeros                               to ws-ibs-mun-entrada
            move zeros                               to ws-cbs-entrada

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens-xml

            move ws-valor-total-xml                  to f05000-valor-total-produtos
            move ws-valor-total-xml                  to f05000-valor-total
            move ws-base-ibs-cbs-entrada             to f05000-base-ibs-cbs
            move ws-ibs-uf-entrada                   to f05000-valor-ibs-uf
            move ws-ibs-mun-entrada                  to f05000-valor-ibs-mun
            move ws-cbs-entrada                      to f05000-valor-cbs
            set  f05000-nfe-autorizada               to true
            move "ENTRADA"                           to f05000-protocolo-autorizacao


            add  f05100-valor-total                  to ws-valor-total-xml

            perform 2400-ibs-cbs-item-entrada

            perform 9000-gravar-pd05100
            if   not ws-operacao-ok
                 string "Erro ao gravar item de entrada - " ws-resultado-acesso into ws-mensagem

       exit.

      *>=================================================================================
      *> IBS/CBS destacados pelo fornecedor no item: guardados na nota
      *> de entrada como crédito da apuração mensal (CS50023S). Os
      *> valores do XML são proporcionalizados à quantidade conferida.
       2400-ibs-cbs-item-entrada section.

            move xi-cd-class-trib(ws-ix-item)        to f05100-cd-class-trib

            if   xi-qtde(ws-ix-item) equal zeros
            or   (xi-vl-ibs-uf(ws-ix-item)  equal zeros
            and   xi-vl-ibs-mun(ws-ix-item) equal zeros
            and   xi-vl-cbs(ws-ix-item)     equal zeros)
                 exit section
            end-if

            move f05100-valor-total                  to f05100-base-ibs-cbs
            move xi-aliq-ibs-uf(ws-ix-item)          to f05100-aliq-ibs-uf
            move xi-aliq-ibs-mun(ws-ix-item)         to f05100-aliq-ibs-mun
            move xi-aliq-cbs(ws-ix-item)             to f05100-aliq-cbs
            compute f05100-valor-ibs-uf  rounded =
                    xi-vl-ibs-uf(ws-ix-item)  * xi-qtde-confirmada(ws-ix-item) / xi-qtde(ws-ix-item)
            compute f05100-valor-ibs-mun rounded =
                    xi-vl-ibs-mun(ws-ix-item) * xi-qtde-confirmada(ws-ix-item) / xi-qtde(ws-ix-item)
            compute f05100-valor-cbs     rounded =
                    xi-vl-cbs(ws-ix-item)     * xi-qtde-confirmada(ws-ix-item) / xi-qtde(ws-ix-item)

            add  f05100-base-ibs-cbs                 to ws-base-ibs-cbs-entrada
            add  f05100-valor-ibs-uf                 to ws-ibs-uf-entrada
            add  f05100-valor-ibs-mun                to ws-ibs-mun-entrada
            add  f05100-valor-cbs                    to ws-cbs-entrada

       exit.

      *>=================================================================================
      *> Acumula a quantidade recebida no saldo do lote (pd03800),
      *> criando o lote na primeira entrada.

       exit.

      *>=================================================================================
      *> Fornecedor com adiantamento em aberto (CS50027C): o operador pode
      *> compensar o saldo, até o valor da nota, nos títulos do documento.
      *> Como os títulos a pagar só são lançados depois (CS50002C), o
      *> valor fica reservado para a nota e é baixado nas parcelas quando
      *> o documento for incluído no contas a pagar.
       2700-compensar-adiantamento section.

            initialize                             lk-parametros-adiantamento
            set  lk-adt-consultar-saldo            to true
            move "F"                               to lk-adt-tipo-parceiro
            move f-cd-fornecedor                   to lk-adt-cd-parceiro
            move c-este-programa                   to lk-adt-ds-origem
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            if   lk-adt-valor-saldo equal zeros
                 exit section
            end-if

            move lk-adt-valor-saldo                to ws-valor-adiantamento-x
            move spaces                            to ws-mensagem
            string "Fornecedor possui adiantamento em aberto de R$ " ws-valor-adiantamento-x
                   " - compensar nesta nota? [S/N]" into ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  lk-adt-compensar                  to true
            move ws-xml-numero-nf                  to lk-adt-numero-documento
            move ws-xml-valor-nf                   to lk-adt-valor-limite
            move lk-parametros-adiantamento        to lnk-linha-comando
            call c-compensar-adiantamento using lnk-par
            cancel c-compensar-adiantamento
            move lnk-linha-comando                 to lk-parametros-adiantamento

            move spaces                            to ws-mensagem
            evaluate true
                 when lk-adt-valor-compensado greater zeros
                      move lk-adt-valor-compensado to ws-valor-adiantamento-x
                      string "Compensado R$ " ws-valor-adiantamento-x " do adiantamento nos títulos da nota!" into ws-mensagem
                 when lk-adt-valor-reservado greater zeros
                      move lk-adt-valor-reservado  to ws-valor-adiantamento-x
                      string "Reservado R$ " ws-valor-adiantamento-x " do adiantamento - baixa no lançamento do contas a pagar!" into ws-mensagem
                 when other
                      move "Nota sem títulos em aberto - adiantamento mantido para compensação posterior!" to ws-mensagem
            end-evaluate
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Etiquetas dos lotes recebidos para identificar as caixas na
      *> doca: uma chamada por item com lote, com o mesmo número de
      *> cópias para todos.
       2800-etiquetas-lotes section.

            move zeros                             to ws-nr-itens-lote
            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens-xml
                 if   xi-nr-lote(ws-ix-item) not equal spaces
                 and  xi-cd-produto(ws-ix-item) greater zeros
                 and  xi-qtde-confirmada(ws-ix-item) greater zeros
                      add  1                       to ws-nr-itens-lote
                 end-if
            end-perform

            if   ws-nr-itens-lote equal zeros
                 exit section
            end-if

            move "Imprimir etiquetas dos lotes recebidos? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move 1                                 to ws-qtde-copias-etiqueta
            display "Copias por lote...:"          at line 27 col 03
            accept ws-qtde-copias-etiqueta         at line 27 col 23 with update auto-skip

            perform varying ws-ix-item from 1 by 1
                    until ws-ix-item > ws-nr-itens-xml
                 if   xi-nr-lote(ws-ix-item) not equal spaces
                 and  xi-cd-produto(ws-ix-item) greater zeros
                 and  xi-qtde-confirmada(ws-ix-item) greater zeros
                      initialize                   lk-parametros-etiqueta
                      set  lk-etq-lote             to true
                      move xi-cd-produto(ws-ix-item) to lk-etq-cd-produto
                      move xi-nr-lote(ws-ix-item)  to lk-etq-nr-lote
                      move ws-qtde-copias-etiqueta to lk-etq-qtde-copias
                      move lk-parametros-etiqueta  to lnk-linha-comando
                      call c-imprimir-etiquetas using lnk-par
                      cancel c-imprimir-etiquetas
                      move spaces                  to lnk-linha-comando
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2500-baixar-item-pedido section.

