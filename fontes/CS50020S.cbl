       copy CSS02600.cpy.
       copy CSS02700.cpy.
       copy CSS04700.cpy.
       copy CSS16700.cpy.
       copy CSS16800.cpy.
       copy CSS00901.cpy.

             select arqcartao assign to disk wid-arqcartao
       copy CSF02600.cpy.
       copy CSF02700.cpy.
       copy CSF04700.cpy.
       copy CSF16700.cpy.
       copy CSF16800.cpy.
       copy CSF00901.cpy.

       fd   arqcartao.
               88 ws-fim-arquivo                       value "S" false "N".
            03 ws-id-nfce                          pic x(01).
               88 ws-nfce-casada                       value "S" false "N".
            03 ws-id-nota-cartao                   pic x(01).
               88 ws-nota-em-cartao                    value "S" false "N".
            03 ws-id-valor-cartao                  pic x(01).
               88 ws-valor-cartao-casado               value "S" false "N".
            03 ws-nr-pagamentos-nota               pic 9(02).

      *> Campos desmembrados de cada linha do arquivo da administradora
       01   ws-linha-desmembrada.
            perform 9000-abrir-io-pd02700
            perform 9000-abrir-i-pd04700

            string lnk-dat-path delimited   by "  " "\EFD167.DAT" into wid-pd16700
            open input pd16700
            if   ws-arquivo-inexistente
                 open output pd16700
                 close pd16700
                 open input pd16700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD167.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
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

            perform 1100-carregar-parametros-cartao

            move zeros                             to ws-nr-importadas
       exit.

      *>=================================================================================
      *> Casamento: pelo NSU da transação TEF confirmada na venda balcão
      *> (pd16700), que já aponta a NFC-e; sem ela, NFC-e (modelo 65)
      *> autorizada, da data da venda, com uma forma cartão no valor
      *> bruto (pagamento misto casa pela linha do cartão, não pelo
      *> total da nota).
       2200-casar-com-nfce section.

            set  ws-nfce-casada                     to false

            perform 2210-casar-por-nsu
            if   ws-nfce-casada
                 add  1                             to ws-nr-casadas
                 move f05000-numero-documento       to f09700-numero-documento-nfce
                 move f05000-serie-documento        to f09700-serie-documento-nfce
                 set  f09700-transacao-casada       to true
                 exit section
            end-if

            initialize                              f05000-mestre-nota-fiscal
            move lnk-cd-empresa                     to f05000-cd-empresa
            move lnk-cd-filial                      to f05000-cd-filial
                          or f05000-cd-filial  <> lnk-cd-filial
                          or ws-nfce-casada

                 set  ws-valor-cartao-casado        to false
                 if   f05000-cd-modelo equal 65
                 and  f05000-nfe-autorizada
                 and  f05000-data-operacao equal f09700-data-venda
                      perform 2220-verificar-cartao-nota
                 end-if

                 if   ws-valor-cartao-casado
                      set ws-nfce-casada            to true
                 else
                      perform 9000-ler-pd05000-nex

       exit.

      *>=================================================================================
       2210-casar-por-nsu section.

            initialize                              f16700-transacao-tef
            move lnk-cd-empresa                     to f16700-cd-empresa
            move lnk-cd-filial                      to f16700-cd-filial
            perform 9000-str-pd16700-grt
            perform 9000-ler-pd16700-nex

            perform until not ws-operacao-ok
                          or f16700-cd-empresa <> lnk-cd-empresa
                          or f16700-cd-filial  <> lnk-cd-filial

                 if   f16700-tef-confirmada
                 and  f16700-data-transacao equal f09700-data-venda
                 and  f16700-nsu            equal f09700-nsu
                      exit perform
                 end-if

                 perform 9000-ler-pd16700-nex

            end-perform

            if   not ws-operacao-ok
            or   f16700-cd-empresa <> lnk-cd-empresa
            or   f16700-cd-filial  <> lnk-cd-filial
                 exit section
            end-if

            initialize                              f05000-mestre-nota-fiscal
            move f16700-cd-empresa                  to f05000-cd-empresa
            move f16700-cd-filial                   to f05000-cd-filial
            move 01                                 to f05000-tipo-nota
            move f16700-numero-documento            to f05000-numero-documento
            move f16700-serie-documento             to f05000-serie-documento
            perform 9000-ler-pd05000-ran
            if   ws-operacao-ok
            and  f05000-nfe-autorizada
                 set  ws-nfce-casada                to true
            end-if

       exit.

      *>=================================================================================
      *> Formas cartão da nota em pd16800: se há alguma e se alguma tem o
      *> valor bruto da transação. Nota sem linhas vai pela forma e
      *> pelo total do mestre.
       2220-verificar-cartao-nota section.

            set  ws-nota-em-cartao                  to false
            set  ws-valor-cartao-casado             to false
            move zeros                              to ws-nr-pagamentos-nota

            initialize                              f16800-pagamento-nota
            move f05000-cd-empresa                  to f16800-cd-empresa
            move f05000-cd-filial                   to f16800-cd-filial
            move f05000-tipo-nota                   to f16800-tipo-nota
            move f05000-numero-documento            to f16800-numero-documento
            move f05000-serie-documento             to f16800-serie-documento
            perform 9000-str-pd16800-grt
            perform 9000-ler-pd16800-nex

            perform until not ws-operacao-ok
                          or f16800-cd-empresa       <> f05000-cd-empresa
                          or f16800-cd-filial        <> f05000-cd-filial
                          or f16800-tipo-nota        <> f05000-tipo-nota
                          or f16800-numero-documento <> f05000-numero-documento
                          or f16800-serie-documento  <> f05000-serie-documento

                 add  1                             to ws-nr-pagamentos-nota
                 if   f16800-pagamento-cartao
                      set  ws-nota-em-cartao        to true
                      if   f16800-valor-pagamento - f16800-valor-troco
                           equal f09700-valor-bruto
                           set  ws-valor-cartao-casado to true
                      end-if
                 end-if

                 perform 9000-ler-pd16800-nex

            end-perform

            if   ws-nr-pagamentos-nota equal zeros
            and  f05000-pagamento-cartao
                 set  ws-nota-em-cartao             to true
                 if   f05000-valor-total equal f09700-valor-bruto
                      set  ws-valor-cartao-casado   to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Título da agenda de recebíveis: líquido da transação, contra o
      *> cliente-administradora, com vencimento na data prevista do
                          or f05000-cd-empresa <> lnk-cd-empresa
                          or f05000-cd-filial  <> lnk-cd-filial

                 set  ws-nota-em-cartao             to false
                 if   f05000-cd-modelo equal 65
                 and  f05000-nfe-autorizada
                 and  f05000-data-operacao not less ws-data-minima
                 and  f05000-data-operacao not greater ws-data-maxima
                      perform 2220-verificar-cartao-nota
                 end-if

                 if   ws-nota-em-cartao

                      perform 2510-verificar-repasse-nota

            close pd02600
            close pd02700
            close pd04700
            close pd16700
            close pd16800

       exit.

       copy CSR02600.cpy.
       copy CSR02700.cpy.
       copy CSR04700.cpy.
       copy CSR16700.cpy.
       copy CSR16800.cpy.
