      $set sourceformat"free"
       program-id. CS00135S.
      *>=================================================================================
      *>
      *>              Processamento de Retorno da NFS-e - Ordem de Serviço
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS09900.cpy.
       copy CSS02600.cpy.
       copy CSS00901.cpy.

             select arqretorno assign to disk wid-arqretorno
                   organization   is line sequential
                   access mode    is sequential
                   file status    is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF09900.cpy.
       copy CSF02600.cpy.
       copy CSF00901.cpy.

       fd   arqretorno.

       01   rl-registro-retorno.
            03 rl-linha-retorno                    pic x(150).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00135S".
       78   c-descricao-programa                   value "RETORNO NFS-E".
       78   c-serie-titulo-rps                     value "RPS".
       78   c-serie-titulo-nfse                    value "NFS".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-fim-retorno                   pic x(01).
               88 ws-fim-retorno                        value "S" false "N".
            03 ws-id-os                            pic x(01).
               88 ws-os-encontrada                      value "S" false "N".
            03 ws-id-fim-os                        pic x(01).
               88 ws-fim-os                             value "S" false "N".
            03 ws-retorno.
               05 ws-ret-nr-rps                    pic 9(09).
               05 ws-ret-serie-rps                 pic x(05).
               05 ws-ret-id-situacao               pic x(01).
                  88 ws-ret-autorizada                  value "A".
                  88 ws-ret-rejeitada                   value "R".
                  88 ws-ret-cancelada                   value "C".
               05 ws-ret-nr-nfse                   pic 9(15).
               05 ws-ret-cd-verificacao            pic x(20).
               05 ws-ret-ds-motivo                 pic x(55).
            03 ws-titulo-rps                       pic x(139).
            03 ws-nr-autorizadas                   pic 9(05).
            03 ws-nr-autorizadas-x                 pic z(04)9.
            03 ws-nr-rejeitadas                    pic 9(05).
            03 ws-nr-rejeitadas-x                  pic z(04)9.
            03 ws-nr-canceladas                    pic 9(05).
            03 ws-nr-canceladas-x                  pic z(04)9.
            03 ws-nr-ignorados                     pic 9(05).

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
      *> O nome do arquivo de retorno pode vir na linha de comando (job
      *> NFSERET de CS00001S); sem parâmetro é assumido o nome fixo
      *> NFSERET.RET que o integrador do web service municipal deposita
      *> em lnk-int-path.
       1000-inicializacao section.

            perform 9000-abrir-io-pd09900
            perform 9000-abrir-io-pd02600

            move spaces                             to wid-arqretorno
            if   lnk-linha-comando not equal spaces
                 string lnk-int-path delimited by "  "
                        "\" lnk-linha-comando delimited by "  "
                        into wid-arqretorno
            else
                 string lnk-int-path delimited by "  "
                        "\NFSERET.RET" into wid-arqretorno
            end-if

            move zeros                              to ws-nr-autorizadas
            move zeros                              to ws-nr-rejeitadas
            move zeros                              to ws-nr-canceladas
            move zeros                              to ws-nr-ignorados

       exit.

      *>=================================================================================
      *> Uma linha por RPS respondido pela prefeitura (CS70001C gera o
      *> RPS em NFSE_RPS_empresa_filial_rps.XML):
      *>   col 001-009 número do RPS
      *>   col 010-014 série do RPS
      *>   col 015     situação (A autorizada, R rejeitada, C cancelada)
      *>   col 016-030 número da NFS-e
      *>   col 031-050 código de verificação
      *>   col 051-105 motivo da rejeição/cancelamento
      *> Autorizada grava número e código de verificação na OS e passa o
      *> título da mão de obra (série RPS, número do RPS) para o número
      *> da NFS-e, série NFS, enquanto nada foi pago dele.
       2000-processamento section.

            open input arqretorno
            if   not ws-operacao-ok
                 string "Arquivo de retorno não encontrado [" wid-arqretorno "]" into ws-mensagem
                 perform 9000-mensagem
                 set  lnk-com-erros                 to true
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "PROCESSAMENTO DE RETORNO DA NFS-E - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            set  ws-fim-retorno                     to false

            perform until ws-fim-retorno

                 read arqretorno
                 if   not ws-operacao-ok
                      set ws-fim-retorno            to true
                 else
                      if   rl-linha-retorno not equal spaces
                           perform 2100-processar-linha
                      end-if
                 end-if

            end-perform

            close arqretorno

            compute lnk-nr-registros-lote =
                    ws-nr-autorizadas + ws-nr-rejeitadas + ws-nr-canceladas + ws-nr-ignorados

            move ws-nr-autorizadas                  to ws-nr-autorizadas-x
            move ws-nr-rejeitadas                   to ws-nr-rejeitadas-x
            move ws-nr-canceladas                   to ws-nr-canceladas-x

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            string "TOTAL AUTORIZADAS.: " ws-nr-autorizadas-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            string "TOTAL REJEITADAS..: " ws-nr-rejeitadas-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            string "TOTAL CANCELADAS..: " ws-nr-canceladas-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            if   ws-nr-rejeitadas greater zeros
            or   ws-nr-canceladas greater zeros
            or   ws-nr-ignorados  greater zeros
                 set  lnk-com-warning               to true
            end-if

       exit.

      *>=================================================================================
       2100-processar-linha section.

            initialize                              ws-retorno
            move rl-linha-retorno(01:09)            to ws-ret-nr-rps
            move rl-linha-retorno(10:05)            to ws-ret-serie-rps
            move rl-linha-retorno(15:01)            to ws-ret-id-situacao
            move rl-linha-retorno(16:15)            to ws-ret-nr-nfse
            move rl-linha-retorno(31:20)            to ws-ret-cd-verificacao
            move rl-linha-retorno(51:55)            to ws-ret-ds-motivo

            perform 2200-localizar-os-rps
            if   not ws-os-encontrada
                 add  1                             to ws-nr-ignorados
                 move spaces                        to rl-linha-relatorio
                 string "RPS " ws-ret-nr-rps "/" ws-ret-serie-rps
                        " SEM ORDEM DE SERVICO - RETORNO IGNORADO"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            evaluate true

                 when ws-ret-autorizada
                      add  1                        to ws-nr-autorizadas
                      move ws-ret-nr-nfse           to f09900-nr-nfse
                      move ws-ret-cd-verificacao    to f09900-cd-verificacao-nfse
                      move spaces                   to f09900-ds-motivo-nfse
                      set  f09900-nfse-autorizada   to true
                      move spaces                   to rl-linha-relatorio
                      string "AUTORIZADA: OS " f09900-nr-os
                             " RPS " f09900-nr-rps
                             " NFS-E " f09900-nr-nfse
                             " VERIFICACAO " f09900-cd-verificacao-nfse
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                      perform 2300-renumerar-titulo

                 when ws-ret-rejeitada
                      add  1                        to ws-nr-rejeitadas
                      move ws-ret-ds-motivo         to f09900-ds-motivo-nfse
                      set  f09900-nfse-rejeitada    to true
                      move spaces                   to rl-linha-relatorio
                      string "REJEITADA: OS " f09900-nr-os
                             " RPS " f09900-nr-rps " - " ws-ret-ds-motivo
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio

                 when ws-ret-cancelada
                      add  1                        to ws-nr-canceladas
                      move ws-ret-ds-motivo         to f09900-ds-motivo-nfse
                      set  f09900-nfse-cancelada    to true
                      move spaces                   to rl-linha-relatorio
                      string "CANCELADA: OS " f09900-nr-os
                             " NFS-E " f09900-nr-nfse
                             " - TITULO DA MAO DE OBRA REQUER BAIXA MANUAL"
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio

                 when other
                      add  1                        to ws-nr-ignorados
                      move spaces                   to rl-linha-relatorio
                      string "RPS " ws-ret-nr-rps
                             " SITUACAO [" ws-ret-id-situacao "] NAO TRATADA"
                             into rl-linha-relatorio
                      perform 9000-imprimir-linha-relatorio
                      exit section

            end-evaluate

            perform 9000-regravar-pd09900
            if   not ws-operacao-ok
                 string "Erro ao atualizar OS - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> A OS não tem chave pelo RPS: percorre as ordens da filial
       2200-localizar-os-rps section.

            set  ws-os-encontrada                   to false
            set  ws-fim-os                          to false

            initialize                              f09900-ordem-servico
            move lnk-cd-empresa                     to f09900-cd-empresa
            move lnk-cd-filial                      to f09900-cd-filial
            perform 9000-str-pd09900-grt
            if   not ws-operacao-ok
                 exit section
            end-if

            perform until ws-fim-os or ws-os-encontrada
                 perform 9000-ler-pd09900-nex
                 if   not ws-operacao-ok
                 or   f09900-cd-empresa not equal lnk-cd-empresa
                 or   f09900-cd-filial  not equal lnk-cd-filial
                      set  ws-fim-os                to true
                 else
                      if   f09900-nr-rps    equal ws-ret-nr-rps
                      and  f09900-serie-rps equal ws-ret-serie-rps
                           set  ws-os-encontrada    to true
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Título da mão de obra passa do número do RPS para o da NFS-e
      *> (módulo 1.000.000.000, série NFS). Título com pagamento, ou
      *> cujo número novo já existe para o cliente, fica como está.
       2300-renumerar-titulo section.

            initialize                              f02600-conta-receber
            move f09900-cd-empresa                  to f02600-cd-empresa
            move f09900-cd-filial                   to f02600-cd-filial
            move f09900-cd-cliente                  to f02600-cd-cliente
            move f09900-nr-rps                      to f02600-numero-documento
            move 01                                 to f02600-nr-parcela
            perform 9000-ler-pd02600-ran
            if   not ws-operacao-ok
            or   f02600-serie-documento not equal c-serie-titulo-rps
                 move spaces                        to rl-linha-relatorio
                 string "   TITULO DO RPS " f09900-nr-rps
                        " NAO ENCONTRADO - MANTIDA A NUMERACAO DO FATURAMENTO"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            if   f02600-valor-pago greater zeros
            or   not f02600-titulo-aberto
                 move spaces                        to rl-linha-relatorio
                 string "   TITULO DO RPS " f09900-nr-rps
                        " COM MOVIMENTO - NUMERO NAO ALTERADO"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            move f02600-conta-receber               to ws-titulo-rps

            compute f02600-numero-documento =
                    function mod(f09900-nr-nfse, 1000000000)
            move c-serie-titulo-nfse                to f02600-serie-documento
            perform 9000-gravar-pd02600
            if   not ws-operacao-ok
                 move spaces                        to rl-linha-relatorio
                 string "   TITULO " f02600-numero-documento
                        " JA EXISTE PARA O CLIENTE - MANTIDO O NUMERO DO RPS"
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio
                 exit section
            end-if

            move ws-titulo-rps                      to f02600-conta-receber
            perform 9000-ler-pd02600-ran
            if   ws-operacao-ok
                 perform 9000-excluir-pd02600
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd09900
            close pd02600

       exit.

      *>=================================================================================
      *> Rotinas Genérias

       copy CSP00900.cpy. *> Padrão
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR09900.cpy.
       copy CSR02600.cpy.
