      $set sourceformat"free"
       program-id. CS00141S.
      *>=================================================================================
      *>
      *>            Serviço TEF - Troca de Arquivos com o Cliente TEF
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS16700.cpy.
       copy CSS05000.cpy.
       copy CSS04700.cpy.

             select arqtefreq assign to disk wid-arqtefreq
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

             select arqtefresp assign to disk wid-arqtefresp
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

             select arqtefcomp assign to disk wid-arqtefcomp
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF16700.cpy.
       copy CSF05000.cpy.
       copy CSF04700.cpy.

       fd   arqtefreq.

       01   rl-registro-tefreq.
            03 rl-linha-tefreq                     pic x(200).

       fd   arqtefresp.

       01   rl-registro-tefresp.
            03 rl-linha-tefresp                    pic x(200).

       fd   arqtefcomp.

       01   rl-registro-tefcomp.
            03 rl-linha-tefcomp                    pic x(80).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00141S".
       78   c-descricao-programa                   value "SERVICO TEF".
       78   c-alocar-sequencia                     value "CS00118S".
       78   c-registrar-spool                      value "CS00116S".
       78   c-timeout-padrao                       value 90.
       78   c-espera-requisicao                    value 10.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-diretorio-tef                    pic x(200).
            03 ws-arquivo-requisicao               pic x(255).
            03 ws-arquivo-temporario               pic x(255).
            03 ws-nr-timeout                       pic 9(04).
            03 ws-nr-espera                        pic 9(04).
            03 ws-nome-maquina-tef                 pic x(60).
            03 ws-valor-centavos                   pic 9(11).
            03 ws-valor-centavos-x                 pic z(10)9.
            03 ws-nr-controle-x                    pic 9(09).
            03 ws-tipo-requisicao                  pic x(03).
            03 ws-campo-resposta                   pic x(07).
            03 ws-valor-resposta                   pic x(150).
            03 ws-linha-comprovante                pic x(80).
            03 ws-linha-aviso                      pic x(70).
            03 ws-status-resposta                  pic x(03).
            03 ws-id-resposta                      pic x(01).
               88 ws-resposta-recebida                 value "S" false "N".
            03 ws-id-fim-arquivo                   pic x(01).
               88 ws-fim-arquivo                       value "S" false "N".
            03 ws-id-nfce                          pic x(01).
               88 ws-nfce-emitida                      value "S" false "N".

      *> Recebido e devolvido em lnk-linha-comando:
      *>   V - venda: envia o valor, aguarda a autorização e devolve
      *>       NSU, bandeira, autorização e parcelas;
      *>   C - confirma a transação aprovada para a NFC-e informada e
      *>       manda o comprovante para o spool junto com o cupom;
      *>   N - vincula a transação aprovada à NFC-e numerada, antes da
      *>       gravação do cupom (base da recuperação);
      *>   D - desfaz a transação aprovada (venda não concluída);
      *>   R - recupera uma transação sem confirmação: confirma se a
      *>       NFC-e vinculada foi gravada, desfaz caso contrário.
       01   lk-parametros-tef.
            03 lk-tef-operacao                     pic x(01).
               88 lk-tef-venda                         value "V".
               88 lk-tef-confirmar                     value "C".
               88 lk-tef-vincular                      value "N".
               88 lk-tef-desfazer                      value "D".
               88 lk-tef-recuperar                     value "R".
            03 lk-tef-nr-controle                  pic 9(09).
            03 lk-tef-valor                        pic 9(09)v9(02).
            03 lk-tef-numero-documento             pic 9(09).
            03 lk-tef-serie-documento              pic x(03).
            03 lk-tef-retorno                      pic x(01).
               88 lk-tef-aprovada                      value "A".
               88 lk-tef-negada                        value "N".
               88 lk-tef-sem-resposta                  value "E".
               88 lk-tef-confirmada                    value "C".
               88 lk-tef-desfeita                      value "D".
            03 lk-tef-nsu                          pic x(12).
            03 lk-tef-cd-autorizacao               pic x(12).
            03 lk-tef-bandeira                     pic x(20).
            03 lk-tef-nr-parcelas                  pic 9(02).
            03 lk-tef-mensagem                     pic x(60).

      *> Mesmo leiaute de lk-parametros-sequencia em CS00118S
       01   lk-parametros-sequencia.
            03 lk-seq-nome                         pic x(50).
            03 lk-seq-valor-minimo                 pic 9(12).
            03 lk-seq-valor                        pic 9(12).

      *> Mesmo leiaute de lk-parametros-spool em CS00116S
       01   lk-parametros-spool.
            03 lk-spool-arquivo                    pic x(255).
            03 lk-spool-descricao                  pic x(55).
            03 lk-spool-origem                     pic x(08).

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

            move lnk-linha-comando                  to lk-parametros-tef
            move spaces                             to lk-tef-retorno
                                                       lk-tef-mensagem

            string lnk-dat-path delimited   by "  " "\EFD167.DAT" into wid-pd16700
            open i-o pd16700
            if   ws-arquivo-inexistente
                 open output pd16700
                 close pd16700
                 open i-o pd16700
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD167.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd05000
            perform 9000-abrir-i-pd04700

            perform 1100-carregar-parametros

       exit.

      *>=================================================================================
      *> TEF-DIRETORIO: diretório de troca com o cliente TEF da estação
      *> (default TEF em lnk-int-path), com as pastas REQ (requisições
      *> INTPOS.001) e RESP (respostas); TEF-TIMEOUT: segundos de
      *> espera pela resposta (default c-timeout-padrao).
       1100-carregar-parametros section.

            move spaces                             to ws-diretorio-tef
            string lnk-int-path delimited by "  " "\TEF"
                   delimited by size into ws-diretorio-tef

            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "TEF-DIRETORIO"                    to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-texto not equal spaces
                 move f04700-valor-texto            to ws-diretorio-tef
            end-if

            move c-timeout-padrao                   to ws-nr-timeout
            initialize                              f04700-parametro
            move lnk-cd-empresa                     to f04700-cd-empresa
            move lnk-cd-filial                      to f04700-cd-filial
            move "TEF-TIMEOUT"                      to f04700-cd-parametro
            perform 9000-ler-pd04700-ran
            if   ws-operacao-ok
            and  f04700-parametro-ativo
            and  f04700-valor-numero greater zeros
                 move f04700-valor-numero           to ws-nr-timeout
            end-if

            move spaces                             to ws-arquivo-requisicao
            string ws-diretorio-tef delimited by "  " "\REQ\INTPOS.001"
                   delimited by size into ws-arquivo-requisicao
            move spaces                             to ws-arquivo-temporario
            string ws-diretorio-tef delimited by "  " "\REQ\INTPOS.TMP"
                   delimited by size into ws-arquivo-temporario
            move spaces                             to wid-arqtefresp
            string ws-diretorio-tef delimited by "  " "\RESP\INTPOS.001"
                   delimited by size into wid-arqtefresp

            move spaces                             to ws-nome-maquina-tef
            display "COMPUTERNAME"                  upon environment-name
            accept ws-nome-maquina-tef              from environment-value

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2000-processamento section.

            evaluate true
                 when lk-tef-venda
                      perform 2100-venda
                 when lk-tef-confirmar
                      perform 2200-confirmar
                 when lk-tef-vincular
                      perform 2250-vincular-nfce
                 when lk-tef-desfazer
                      perform 2300-desfazer
                 when lk-tef-recuperar
                      perform 2400-recuperar
                 when other
                      set  lk-tef-sem-resposta      to true
                      move "Operação TEF inválida" to lk-tef-mensagem
            end-evaluate

            move lk-parametros-tef                  to lnk-linha-comando

       exit.

      *>=================================================================================
      *> Venda: registra a transação como pendente antes de enviar - se
      *> a estação cair durante a espera, a recuperação encontra o
      *> registro e desfaz. Sem resposta no prazo, a transação também é
      *> desfeita (o cliente TEF pode ter aprovado depois do timeout).
       2100-venda section.

            perform 2110-alocar-controle

            initialize                              f16700-transacao-tef
            move lnk-cd-empresa                     to f16700-cd-empresa
            move lnk-cd-filial                      to f16700-cd-filial
            move lk-tef-nr-controle                 to f16700-nr-controle
            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time
            move ws-data-inv                        to f16700-data-transacao
            move ws-horas(1:6)                      to f16700-hora-transacao
            move lnk-nome-computador                to f16700-nome-computador
            move lnk-id-usuario                     to f16700-id-usuario
            move lk-tef-valor                       to f16700-valor-transacao
            set  f16700-tef-pendente                to true
            perform 9000-gravar-pd16700
            if   not ws-operacao-ok
                 set  lk-tef-sem-resposta           to true
                 string "Erro ao registrar transação TEF - " ws-resultado-acesso into lk-tef-mensagem
                 exit section
            end-if

            perform 2900-apagar-resposta

            move "CRT"                              to ws-tipo-requisicao
            perform 2800-enviar-requisicao
            if   not ws-operacao-ok
                 set  lk-tef-sem-resposta           to true
                 move "Cliente TEF indisponível - diretório de troca inacessível" to lk-tef-mensagem
                 set  f16700-tef-desfeita           to true
                 move ws-data-inv                   to f16700-data-resolucao
                 perform 9000-regravar-pd16700
                 exit section
            end-if

            perform 2120-aguardar-resposta

            if   not ws-resposta-recebida
                 set  lk-tef-sem-resposta           to true
                 move "TEF sem resposta no prazo - transação desfeita" to lk-tef-mensagem
                 perform 2300-desfazer
                 set  lk-tef-sem-resposta           to true
                 exit section
            end-if

            perform 2130-ler-resposta

            if   ws-status-resposta equal "0"
                 set  f16700-tef-aprovada           to true
                 set  lk-tef-aprovada               to true
            else
                 set  f16700-tef-negada             to true
                 set  lk-tef-negada                 to true
                 accept ws-data-inv                 from date yyyymmdd
                 move ws-data-inv                   to f16700-data-resolucao
            end-if
            perform 9000-regravar-pd16700

            move f16700-nsu                         to lk-tef-nsu
            move f16700-cd-autorizacao              to lk-tef-cd-autorizacao
            move f16700-bandeira                    to lk-tef-bandeira
            move f16700-nr-parcelas                 to lk-tef-nr-parcelas
            if   lk-tef-mensagem equal spaces
                 if   lk-tef-aprovada
                      move "Transação aprovada"     to lk-tef-mensagem
                 else
                      move "Transação negada"       to lk-tef-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Número de controle da transação (identificação 001-000 da troca
      *> de arquivos): sequência TEF-<empresa>-<filial> no serviço
      *> central, com mínimo no maior controle já gravado + 1.
       2110-alocar-controle section.

            initialize                              f16700-transacao-tef
            move lnk-cd-empresa                     to f16700-cd-empresa
            move lnk-cd-filial                      to f16700-cd-filial
            move 999999999                          to f16700-nr-controle
            perform 9000-str-pd16700-ngrt
            perform 9000-ler-pd16700-pre

            initialize                              lk-parametros-sequencia
            if   ws-operacao-ok
            and  f16700-cd-empresa equal lnk-cd-empresa
            and  f16700-cd-filial  equal lnk-cd-filial
                 compute lk-seq-valor-minimo = f16700-nr-controle + 1
            else
                 move 1                             to lk-seq-valor-minimo
            end-if
            move lk-seq-valor-minimo                to lk-tef-nr-controle

            string "TEF-" lnk-cd-empresa "-" lnk-cd-filial delimited by size into lk-seq-nome
            move lk-parametros-sequencia            to lnk-linha-comando
            call c-alocar-sequencia using lnk-par
            cancel c-alocar-sequencia
            move lnk-linha-comando                  to lk-parametros-sequencia

            if   lk-seq-valor greater zeros
                 move lk-seq-valor                  to lk-tef-nr-controle
            end-if

       exit.

      *>=================================================================================
      *> Aguarda, de segundo em segundo, a resposta com a mesma
      *> identificação da requisição (respostas de outra transação são
      *> ignoradas) até o TEF-TIMEOUT.
       2120-aguardar-resposta section.

            set  ws-resposta-recebida               to false
            move zeros                              to ws-nr-espera
            move f16700-nr-controle                 to ws-nr-controle-x

            if   lnk-execucao-foreground
                 move "Aguardando o TEF - siga as instruções do pinpad..." to ws-linha-aviso
                 display ws-linha-aviso             at line 27 col 03
            end-if

            perform until ws-resposta-recebida
                          or ws-nr-espera not less ws-nr-timeout

                 open input arqtefresp
                 if   ws-operacao-ok
                      read arqtefresp
                      perform until not ws-operacao-ok
                           if   rl-linha-tefresp(1:7) equal "001-000"
                                move spaces         to ws-valor-resposta
                                unstring rl-linha-tefresp delimited by " = "
                                         into ws-campo-resposta ws-valor-resposta
                                end-unstring
                                if   ws-valor-resposta(1:9) equal ws-nr-controle-x
                                     set ws-resposta-recebida to true
                                end-if
                                exit perform
                           end-if
                           read arqtefresp
                      end-perform
                      close arqtefresp
                 end-if

                 if   not ws-resposta-recebida
                      perform 9000-sleep-1s
                      add  1                        to ws-nr-espera
                 end-if

            end-perform

            if   lnk-execucao-foreground
                 move spaces                        to ws-linha-aviso
                 display ws-linha-aviso             at line 27 col 03
            end-if

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
      *> Campos da resposta ("NNN-NNN = valor"): 009-000 status (0 =
      *> aprovada), 010-000 rede, 012-000 NSU, 013-000 autorização,
      *> 018-000 parcelas, 030-000 mensagem ao operador, 040-000
      *> bandeira e 029-NNN as linhas do comprovante, gravadas em
      *> TEF_<controle>.TXT para a impressão junto com a NFC-e.
       2130-ler-resposta section.

            move spaces                             to ws-status-resposta

            move spaces                             to wid-arqtefcomp
            string lnk-tmp-path delimited by "  " "\TEF_" f16700-nr-controle ".TXT"
                   delimited by size into wid-arqtefcomp
            open output arqtefcomp

            open input arqtefresp
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read arqtefresp
                      at end set ws-fim-arquivo     to true
                 end-read

                 if   not ws-fim-arquivo
                      move spaces                   to ws-campo-resposta ws-valor-resposta
                      unstring rl-linha-tefresp delimited by " = "
                               into ws-campo-resposta ws-valor-resposta
                      end-unstring
                      perform 2140-tratar-campo
                 end-if

            end-perform

            close arqtefresp
            close arqtefcomp

            perform 2900-apagar-resposta

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2140-tratar-campo section.

            evaluate ws-campo-resposta
                 when "009-000"
                      move ws-valor-resposta        to ws-status-resposta
                 when "010-000"
                      move ws-valor-resposta        to f16700-rede
                 when "012-000"
                      move ws-valor-resposta        to f16700-nsu
                 when "013-000"
                      move ws-valor-resposta        to f16700-cd-autorizacao
                 when "018-000"
                      if   ws-valor-resposta(1:1) numeric
                           move function numval(ws-valor-resposta) to f16700-nr-parcelas
                      end-if
                 when "030-000"
                      move ws-valor-resposta        to lk-tef-mensagem
                 when "040-000"
                      move ws-valor-resposta        to f16700-bandeira
                 when other
                      if   ws-campo-resposta(1:4) equal "029-"
                      and  ws-campo-resposta(5:3) not equal "000"
                           move spaces              to ws-linha-comprovante
                           if   ws-valor-resposta(1:1) equal quote
                                unstring ws-valor-resposta(2:) delimited by quote
                                         into ws-linha-comprovante
                                end-unstring
                           else
                                move ws-valor-resposta to ws-linha-comprovante
                           end-if
                           move ws-linha-comprovante to rl-linha-tefcomp
                           write rl-registro-tefcomp
                      end-if
            end-evaluate

       exit.

      *>=================================================================================
      *> Confirmação (CNF) da transação aprovada, com a NFC-e que ela
      *> pagou; o comprovante vai para o spool logo após o cupom.
       2200-confirmar section.

            perform 2500-ler-transacao
            if   not ws-operacao-ok
                 exit section
            end-if

            if   not f16700-tef-aprovada
                 set  lk-tef-sem-resposta           to true
                 move "Transação TEF não está aprovada" to lk-tef-mensagem
                 exit section
            end-if

            if   lk-tef-numero-documento greater zeros
                 move lk-tef-numero-documento       to f16700-numero-documento
                 move lk-tef-serie-documento        to f16700-serie-documento
            end-if

            move "CNF"                              to ws-tipo-requisicao
            perform 2800-enviar-requisicao

            set  f16700-tef-confirmada              to true
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f16700-data-resolucao
            perform 9000-regravar-pd16700

            set  lk-tef-confirmada                  to true
            move "Transação TEF confirmada"         to lk-tef-mensagem

            perform 2210-imprimir-comprovante

       exit.

      *>=================================================================================
       2210-imprimir-comprovante section.

            move spaces                             to wid-arqtefcomp
            string lnk-tmp-path delimited by "  " "\TEF_" f16700-nr-controle ".TXT"
                   delimited by size into wid-arqtefcomp

            initialize                              lk-parametros-spool
            move wid-arqtefcomp                     to lk-spool-arquivo
            string "COMPROVANTE TEF NFC-E " f16700-numero-documento "/" f16700-serie-documento
                   into lk-spool-descricao
            move c-este-programa                    to lk-spool-origem
            move lk-parametros-spool                to lnk-linha-comando

            call c-registrar-spool using lnk-par
            cancel c-registrar-spool

       exit.

      *>=================================================================================
       2250-vincular-nfce section.

            perform 2500-ler-transacao
            if   not ws-operacao-ok
                 exit section
            end-if

            if   f16700-tef-aprovada
                 move lk-tef-numero-documento       to f16700-numero-documento
                 move lk-tef-serie-documento        to f16700-serie-documento
                 perform 9000-regravar-pd16700
                 set  lk-tef-aprovada               to true
            end-if

       exit.

      *>=================================================================================
      *> Desfazimento (NCN): a autorizadora estorna a transação - usado
      *> quando a venda não chega à NFC-e.
       2300-desfazer section.

            perform 2500-ler-transacao
            if   not ws-operacao-ok
                 exit section
            end-if

            if   not f16700-tef-aprovada
            and  not f16700-tef-pendente
                 set  lk-tef-sem-resposta           to true
                 move "Transação TEF já encerrada"  to lk-tef-mensagem
                 exit section
            end-if

            move "NCN"                              to ws-tipo-requisicao
            perform 2800-enviar-requisicao

            set  f16700-tef-desfeita                to true
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f16700-data-resolucao
            perform 9000-regravar-pd16700

            set  lk-tef-desfeita                    to true
            if   lk-tef-mensagem equal spaces
                 move "Transação TEF desfeita"      to lk-tef-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Recuperação de transação sem confirmação (estação caiu entre a
      *> aprovação e o fim da venda): aprovada com NFC-e vinculada e
      *> gravada é confirmada; qualquer outro caso é desfeito.
       2400-recuperar section.

            perform 2500-ler-transacao
            if   not ws-operacao-ok
                 exit section
            end-if

            set  ws-nfce-emitida                    to false

            if   f16700-tef-aprovada
            and  f16700-numero-documento greater zeros
                 initialize                         f05000-mestre-nota-fiscal
                 move f16700-cd-empresa             to f05000-cd-empresa
                 move f16700-cd-filial              to f05000-cd-filial
                 move 01                            to f05000-tipo-nota
                 move f16700-numero-documento       to f05000-numero-documento
                 move f16700-serie-documento        to f05000-serie-documento
                 perform 9000-ler-pd05000-ran
                 if   ws-operacao-ok
                 and  not f05000-nfe-cancelada
                      set ws-nfce-emitida           to true
                 end-if
            end-if

            if   ws-nfce-emitida
                 move zeros                         to lk-tef-numero-documento
                 perform 2200-confirmar
            else
                 perform 2300-desfazer
            end-if

       exit.

      *>=================================================================================
       2500-ler-transacao section.

            initialize                              f16700-transacao-tef
            move lnk-cd-empresa                     to f16700-cd-empresa
            move lnk-cd-filial                      to f16700-cd-filial
            move lk-tef-nr-controle                 to f16700-nr-controle
            perform 9000-ler-pd16700-ran
            if   not ws-operacao-ok
                 set  lk-tef-sem-resposta           to true
                 string "Transação TEF [" lk-tef-nr-controle "] não encontrada" into lk-tef-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Grava a requisição em INTPOS.TMP e renomeia para INTPOS.001 -
      *> o cliente TEF só enxerga o arquivo completo. Aguarda a
      *> requisição anterior ser consumida antes de gravar a nova.
       2800-enviar-requisicao section.

            move zeros                              to ws-nr-espera
            move ws-arquivo-requisicao              to wid-arqtefreq
            perform until exit
                 open input arqtefreq
                 if   not ws-operacao-ok
                      exit perform
                 end-if
                 close arqtefreq
                 if   ws-nr-espera not less c-espera-requisicao
                      exit perform
                 end-if
                 perform 9000-sleep-1s
                 add  1                             to ws-nr-espera
            end-perform

            move ws-arquivo-temporario              to wid-arqtefreq
            open output arqtefreq
            if   not ws-operacao-ok
                 exit section
            end-if

            move f16700-nr-controle                 to ws-nr-controle-x

            move spaces                             to rl-linha-tefreq
            string "000-000 = " ws-tipo-requisicao delimited by size into rl-linha-tefreq
            write rl-registro-tefreq
            move spaces                             to rl-linha-tefreq
            string "001-000 = " ws-nr-controle-x delimited by size into rl-linha-tefreq
            write rl-registro-tefreq

            if   ws-tipo-requisicao equal "CRT"
                 move spaces                        to rl-linha-tefreq
                 string "002-000 = " ws-nr-controle-x delimited by size into rl-linha-tefreq
                 write rl-registro-tefreq
                 compute ws-valor-centavos = f16700-valor-transacao * 100
                 move ws-valor-centavos             to ws-valor-centavos-x
                 move spaces                        to rl-linha-tefreq
                 string "003-000 = " function trim(ws-valor-centavos-x leading)
                        delimited by size into rl-linha-tefreq
                 write rl-registro-tefreq
                 move "004-000 = 0"                 to rl-linha-tefreq
                 write rl-registro-tefreq
            else
                 move spaces                        to rl-linha-tefreq
                 string "010-000 = " f16700-rede delimited by "  " into rl-linha-tefreq
                 write rl-registro-tefreq
                 move spaces                        to rl-linha-tefreq
                 string "012-000 = " f16700-nsu delimited by "  " into rl-linha-tefreq
                 write rl-registro-tefreq
                 move spaces                        to rl-linha-tefreq
                 string "027-000 = " ws-nr-controle-x delimited by size into rl-linha-tefreq
                 write rl-registro-tefreq
            end-if

            move "999-999 = 0"                      to rl-linha-tefreq
            write rl-registro-tefreq

            close arqtefreq

            move spaces                             to ws-command-exec
            if   ws-nome-maquina-tef not equal spaces
                 string "move /y " ws-arquivo-temporario " " ws-arquivo-requisicao
                        " > nul 2>nul" x"00"
                    delimited by "  " into ws-command-exec
            else
                 string "mv -f " ws-arquivo-temporario " " ws-arquivo-requisicao
                        " > /dev/null 2>&1" x"00"
                    delimited by "  " into ws-command-exec
            end-if
            call "SYSTEM" using ws-command-exec

            move "00"                               to ws-resultado-acesso

       exit.

      *>=================================================================================
       2900-apagar-resposta section.

            move spaces                             to ws-command-exec
            if   ws-nome-maquina-tef not equal spaces
                 string "del /q " wid-arqtefresp " > nul 2>nul" x"00"
                    delimited by "  " into ws-command-exec
            else
                 string "rm -f " wid-arqtefresp " > /dev/null 2>&1" x"00"
                    delimited by "  " into ws-command-exec
            end-if
            call "SYSTEM" using ws-command-exec

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd16700
            close pd05000
            close pd04700

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR16700.cpy.
       copy CSR05000.cpy.
       copy CSR04700.cpy.
