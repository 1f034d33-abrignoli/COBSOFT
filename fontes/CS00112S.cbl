       copy CSS07600.cpy.
       copy CSS07700.cpy.
       copy CSS07800.cpy.
       copy CSS20100.cpy.

      *>=================================================================================
       data division.
       copy CSF07600.cpy.
       copy CSF07700.cpy.
       copy CSF07800.cpy.
       copy CSF20100.cpy.

      *>=================================================================================
       working-storage section.
            03 ws-id-arquivo-bkp                   pic x(01).
               88 ws-arquivo-ausente-bkp               value "A" false " ".
            03 ws-nome-maquina-bkp                 pic x(55).
            03 ws-nr-registros-journal-ant         pic 9(09).

      *>=================================================================================
       linkage section.
            perform 2100-salvar-pd07700
            perform 2100-salvar-pd07800

            perform 2300-rotacionar-journal

            move spaces                             to ws-mensagem
            string "Backup " ws-data-conjunto " concluído: "
                   ws-nr-arquivos-ok " ok, "

       exit.

      *>=================================================================================
      *> O journal (CS00152S) acumulado desde o backup anterior vai para o
      *> conjunto datado e o do diretório de log recomeça vazio - o
      *> conjunto guarda o estado dos arquivos e o journal que leva do
      *> backup anterior até ele. Backup repetido no mesmo dia acrescenta
      *> ao journal já guardado no conjunto em vez de sobrepor. Só zera
      *> o journal corrente com a cópia conferida; divergente fica como
      *> está e o backup termina com warning. Rodar com o sistema parado,
      *> como o restante do backup.
       2300-rotacionar-journal section.

            move "EFD201"                            to ws-nome-efd
            perform 2200-preparar-arquivo

            move zeros                              to ws-nr-registros-journal-ant
            move ws-arquivo-copia                   to wid-pd20100
            open input pd20100
            if   ws-operacao-ok
                 perform until exit
                      read pd20100 next
                      if   not ws-operacao-ok
                           exit perform
                      end-if
                      add 1                         to ws-nr-registros-journal-ant
                 end-perform
                 close pd20100
            end-if

            move spaces                             to wid-pd20100
            string lnk-log-path delimited by "  " "\" ws-nome-dat into wid-pd20100
            open input pd20100
            if   not ws-operacao-ok
      *> Sem journal corrente - nenhum movimento desde o último backup
                 move ws-nr-registros-journal-ant   to ws-nr-registros-origem
                                                       ws-nr-registros-copia
                 perform 2220-gravar-catalogo
                 exit section
            end-if

            perform until exit
                 read pd20100 next
                 if   not ws-operacao-ok
                      exit perform
                 end-if
                 add 1                              to ws-nr-registros-origem
            end-perform
            close pd20100

            move spaces                             to ws-command-exec
            if   ws-nome-maquina-bkp not equal spaces
                 string "type " lnk-log-path delimited by "  "
                        "\" ws-nome-dat " >> " ws-arquivo-copia
                        " 2>nul" x"00"
                        delimited by "  " into ws-command-exec
            else
                 string "cat " lnk-log-path delimited by "  "
                        "/" ws-nome-dat " >> " ws-arquivo-copia
                        " 2>/dev/null" x"00"
                        delimited by "  " into ws-command-exec
            end-if
            call "SYSTEM" using ws-command-exec

            add  ws-nr-registros-journal-ant        to ws-nr-registros-origem

            move ws-arquivo-copia                   to wid-pd20100
            open input pd20100
            if   ws-operacao-ok
                 perform until exit
                      read pd20100 next
                      if   not ws-operacao-ok
                           exit perform
                      end-if
                      add 1                         to ws-nr-registros-copia
                 end-perform
                 close pd20100
            end-if

            if   ws-nr-registros-copia equal ws-nr-registros-origem
                 move spaces                        to wid-pd20100
                 string lnk-log-path delimited by "  " "\" ws-nome-dat into wid-pd20100
                 open output pd20100
                 close pd20100
            end-if

            perform 2220-gravar-catalogo

       exit.

      *>=================================================================================
       2100-salvar-pd00000 section.

