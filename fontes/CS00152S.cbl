      $set sourceformat"free"
       program-id. CS00152S.
      *>=================================================================================
      *>
      *>         Journal de Transações - Gravação das Imagens Antes/Depois
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS20100.cpy.

      *>=================================================================================
       data division.

       copy CSF20100.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00152S".
       78   c-descricao-programa                   value "JOURNAL DE TRANSACOES".
       78   c-max-tentativas-lock                  value 30.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-tentativas                    pic 9(03).
            03 ws-id-journal                       pic x(01).
               88 ws-journal-aberto                    value "S" false "N".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *> Mesmo leiaute de ws-parametros-journal em CSW00900
       01   lk-parametros-journal.
            03 lk-jrn-tipo-operacao                pic x(01).
            03 lk-jrn-nome-arquivo                 pic x(06).
            03 lk-jrn-cd-programa                  pic x(08).
            03 lk-jrn-imagem-antes                 pic x(600).
            03 lk-jrn-imagem-depois                pic x(600).

      *>=================================================================================
       procedure division using lnk-par lk-parametros-journal.

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
      *> O journal fica no diretório de log, fora do diretório de dados:
      *> perdido o disco dos dados, o journal do dia sobrevive para a
      *> recuperação forward (CS00153S) sobre o último backup.
       1000-inicializacao section.

            string lnk-log-path delimited   by "  " "\EFD201.DAT" into wid-pd20100

            set  ws-journal-aberto                  to false
            move zeros                              to ws-nr-tentativas

      *> Aberto e fechado a cada movimento - outra estação gravando ao
      *> mesmo tempo segura o arquivo por instantes, então espera e tenta
      *> de novo.
            perform until ws-journal-aberto
                          or ws-nr-tentativas > c-max-tentativas-lock

                 add  1                             to ws-nr-tentativas
                 perform 9000-abrir-e-pd20100

                 if   ws-operacao-ok
                      set  ws-journal-aberto        to true
                 else
                      perform 9000-sleep-1s
                 end-if

            end-perform

            if   not ws-journal-aberto
                 string "Journal EFD201.DAT indisponível - Status [" ws-resultado-acesso "] - movimento de "
                        lk-jrn-nome-arquivo " não registrado" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            if   not ws-journal-aberto
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            accept ws-horas                         from time

            initialize                              f20100-journal
            move ws-data-inv                        to f20100-data-movimento
            move ws-horas                           to f20100-hora-movimento
            move lk-jrn-cd-programa                 to f20100-cd-programa
            move lnk-id-usuario                     to f20100-id-usuario
            move lnk-cd-empresa                     to f20100-cd-empresa
            move lnk-cd-filial                      to f20100-cd-filial
            move lk-jrn-tipo-operacao               to f20100-tipo-operacao
            move lk-jrn-nome-arquivo                to f20100-nome-arquivo
            move lk-jrn-imagem-antes                to f20100-imagem-antes
            move lk-jrn-imagem-depois               to f20100-imagem-depois

            perform 9000-gravar-pd20100
            if   not ws-operacao-ok
                 string "Erro ao gravar journal EFD201.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            if   ws-journal-aberto
                 close pd20100
            end-if

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR20100.cpy.
