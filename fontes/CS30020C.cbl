       copy CSS08900.cpy.
       copy CSS09000.cpy.
       copy CSS05000.cpy.
       copy CSS16800.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       copy CSF08900.cpy.
       copy CSF09000.cpy.
       copy CSF05000.cpy.
       copy CSF16800.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
            03 ws-valor-x                          pic zzz.zzz.zz9,99.
            03 ws-diferenca                        pic s9(09)v9(02).
            03 ws-diferenca-x                      pic -zz.zzz.zz9,99.
            03 ws-nr-pagamentos-nota               pic 9(02).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            perform 9000-abrir-io-pd09000
            perform 9000-abrir-i-pd05000

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

       exit.

      *>=================================================================================
            close pd08900
            close pd09000
            close pd05000
            close pd16800

       exit.

      *>=================================================================================
      *> Apurado pelo sistema: NFC-e (modelo 65) autorizadas na data da
      *> sessão, emitidas pelo operador da sessão, somadas por forma de
      *> pagamento - pelas linhas de pagamento da nota (pd16800), com o
      *> dinheiro líquido do troco; nota sem linhas vai pela forma do
      *> mestre.
       2300-apurar-vendas-sessao section.

            move zeros                              to f08900-apurado-dinheiro
                 and  f05000-data-operacao equal f08900-data-abertura
                 and  f05000-id-usuario-operacao equal ws-id-usuario-nota

                      perform 2310-apurar-pagamentos-nota

                      if   ws-nr-pagamentos-nota equal zeros
                           evaluate true
                                when f05000-pagamento-dinheiro
                                     add f05000-valor-total to f08900-apurado-dinheiro
                                when f05000-pagamento-cartao
                                     add f05000-valor-total to f08900-apurado-cartao
                                when f05000-pagamento-pix
                                     add f05000-valor-total to f08900-apurado-pix
                           end-evaluate
                      end-if

                 end-if


       exit.

      *>=================================================================================
      *> Vale não entra na apuração - é crédito já recebido em outra
      *> venda, não valor no caixa.
       2310-apurar-pagamentos-nota section.

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

                 evaluate true
                      when f16800-pagamento-dinheiro
                           compute f08900-apurado-dinheiro = f08900-apurado-dinheiro
                                 + f16800-valor-pagamento - f16800-valor-troco
                      when f16800-pagamento-cartao
                           add f16800-valor-pagamento to f08900-apurado-cartao
                      when f16800-pagamento-pix
                           add f16800-valor-pagamento to f08900-apurado-pix
                 end-evaluate

                 perform 9000-ler-pd16800-nex

            end-perform

       exit.

      *>=================================================================================
       2100-relatorio-diferencas section.

       copy CSR08900.cpy.
       copy CSR09000.cpy.
       copy CSR05000.cpy.
       copy CSR16800.cpy.
