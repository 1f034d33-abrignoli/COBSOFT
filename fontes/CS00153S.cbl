      $set sourceformat"free"
       program-id. CS00153S.
      *>=================================================================================
      *>
      *>           Recuperação Forward - Reaplicação do Journal de Transações
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00000.cpy.
       copy CSS00100.cpy.
       copy CSS00200.cpy.
       copy CSS00300.cpy.
       copy CSS00400.cpy.
       copy CSS00500.cpy.
       copy CSS00600.cpy.
       copy CSS00700.cpy.
       copy CSS00800.cpy.
       copy CSS00900.cpy.
       copy CSS01000.cpy.
       copy CSS01100.cpy.
       copy CSS01200.cpy.
       copy CSS01300.cpy.
       copy CSS01400.cpy.
       copy CSS01500.cpy.
       copy CSS01600.cpy.
       copy CSS01700.cpy.
       copy CSS01800.cpy.
       copy CSS01900.cpy.
       copy CSS02000.cpy.
       copy CSS02100.cpy.
       copy CSS02200.cpy.
       copy CSS02300.cpy.
       copy CSS02400.cpy.
       copy CSS02500.cpy.
       copy CSS02600.cpy.
       copy CSS02700.cpy.
       copy CSS02800.cpy.
       copy CSS02900.cpy.
       copy CSS03000.cpy.
       copy CSS03100.cpy.
       copy CSS03200.cpy.
       copy CSS03300.cpy.
       copy CSS03400.cpy.
       copy CSS03500.cpy.
       copy CSS03600.cpy.
       copy CSS03700.cpy.
       copy CSS03800.cpy.
       copy CSS03900.cpy.
       copy CSS04000.cpy.
       copy CSS04100.cpy.
       copy CSS04200.cpy.
       copy CSS04300.cpy.
       copy CSS04400.cpy.
       copy CSS04500.cpy.
       copy CSS04600.cpy.
       copy CSS04700.cpy.
       copy CSS04800.cpy.
       copy CSS04900.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS05200.cpy.
       copy CSS05300.cpy.
       copy CSS05400.cpy.
       copy CSS05500.cpy.
       copy CSS05600.cpy.
       copy CSS05700.cpy.
       copy CSS05800.cpy.
       copy CSS05900.cpy.
       copy CSS06000.cpy.
       copy CSS06100.cpy.
       copy CSS06200.cpy.
       copy CSS06300.cpy.
       copy CSS06400.cpy.
       copy CSS06500.cpy.
       copy CSS06600.cpy.
       copy CSS06700.cpy.
       copy CSS06800.cpy.
       copy CSS06900.cpy.
       copy CSS07000.cpy.
       copy CSS07100.cpy.
       copy CSS07200.cpy.
       copy CSS07300.cpy.
       copy CSS07400.cpy.
       copy CSS07500.cpy.
       copy CSS07600.cpy.
       copy CSS07700.cpy.
       copy CSS07800.cpy.
       copy CSS20100.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF00000.cpy.
       copy CSF00100.cpy.
       copy CSF00200.cpy.
       copy CSF00300.cpy.
       copy CSF00400.cpy.
       copy CSF00500.cpy.
       copy CSF00600.cpy.
       copy CSF00700.cpy.
       copy CSF00800.cpy.
       copy CSF00900.cpy.
       copy CSF01000.cpy.
       copy CSF01100.cpy.
       copy CSF01200.cpy.
       copy CSF01300.cpy.
       copy CSF01400.cpy.
       copy CSF01500.cpy.
       copy CSF01600.cpy.
       copy CSF01700.cpy.
       copy CSF01800.cpy.
       copy CSF01900.cpy.
       copy CSF02000.cpy.
       copy CSF02100.cpy.
       copy CSF02200.cpy.
       copy CSF02300.cpy.
       copy CSF02400.cpy.
       copy CSF02500.cpy.
       copy CSF02600.cpy.
       copy CSF02700.cpy.
       copy CSF02800.cpy.
       copy CSF02900.cpy.
       copy CSF03000.cpy.
       copy CSF03100.cpy.
       copy CSF03200.cpy.
       copy CSF03300.cpy.
       copy CSF03400.cpy.
       copy CSF03500.cpy.
       copy CSF03600.cpy.
       copy CSF03700.cpy.
       copy CSF03800.cpy.
       copy CSF03900.cpy.
       copy CSF04000.cpy.
       copy CSF04100.cpy.
       copy CSF04200.cpy.
       copy CSF04300.cpy.
       copy CSF04400.cpy.
       copy CSF04500.cpy.
       copy CSF04600.cpy.
       copy CSF04700.cpy.
       copy CSF04800.cpy.
       copy CSF04900.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF05200.cpy.
       copy CSF05300.cpy.
       copy CSF05400.cpy.
       copy CSF05500.cpy.
       copy CSF05600.cpy.
       copy CSF05700.cpy.
       copy CSF05800.cpy.
       copy CSF05900.cpy.
       copy CSF06000.cpy.
       copy CSF06100.cpy.
       copy CSF06200.cpy.
       copy CSF06300.cpy.
       copy CSF06400.cpy.
       copy CSF06500.cpy.
       copy CSF06600.cpy.
       copy CSF06700.cpy.
       copy CSF06800.cpy.
       copy CSF06900.cpy.
       copy CSF07000.cpy.
       copy CSF07100.cpy.
       copy CSF07200.cpy.
       copy CSF07300.cpy.
       copy CSF07400.cpy.
       copy CSF07500.cpy.
       copy CSF07600.cpy.
       copy CSF07700.cpy.
       copy CSF07800.cpy.
       copy CSF20100.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00153S".
       78   c-descricao-programa                   value "RECUPERACAO FORWARD".

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nome-dat                         pic x(12).
            03 ws-data-limite                      pic 9(08).
            03 ws-hora-limite                      pic 9(06).
            03 ws-momento-limite                   pic 9(14).
            03 ws-momento-movimento                pic 9(14).
            03 ws-hora-movimento                   pic 9(06).
            03 ws-nr-journais                      pic 9(03).
            03 ws-nr-lidos                         pic 9(09).
            03 ws-nr-reaplicados                   pic 9(09).
            03 ws-nr-falhas                        pic 9(09).
            03 ws-nr-posteriores                   pic 9(09).
            03 ws-contagem-x                       pic zzz.zzz.zz9.
            03 ws-ds-operacao                      pic x(10).
            03 ws-ds-resultado                     pic x(20).
            03 ws-id-arquivo-rcp                   pic x(01).
               88 ws-arquivo-desconhecido              value "D" false " ".
            03 ws-id-limite                        pic x(01).
               88 ws-limite-atingido                   value "S" false "N".

      *> Parâmetros do job ROLLFWD:
      *> <conjunto restaurado AAAAMMDD>;<até AAAAMMDD>;<até HHMMSS>
      *> sem o limite, reaplica o journal inteiro.
       01   lk-parametros-recuperacao.
            03 lk-rcp-data-conjunto-x              pic x(08).
            03 lk-rcp-separador-1                  pic x(01).
            03 lk-rcp-data-limite-x                pic x(08).
            03 lk-rcp-separador-2                  pic x(01).
            03 lk-rcp-hora-limite-x                pic x(06).
       01   ws-data-conjunto                       pic 9(08).

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

            move lnk-linha-comando                  to lk-parametros-recuperacao
            move function numval(lk-rcp-data-conjunto-x) to ws-data-conjunto
            move function numval(lk-rcp-data-limite-x) to ws-data-limite
            move function numval(lk-rcp-hora-limite-x) to ws-hora-limite

            if   ws-data-conjunto equal zeros
                 move "Informe o conjunto restaurado: <AAAAMMDD>;<até AAAAMMDD>;<até HHMMSS>" to ws-mensagem
                 perform 9000-mensagem
                 set lnk-com-erros                  to true
                 perform 9000-abortar
            end-if

            if   ws-data-limite equal zeros
                 move 99999999                      to ws-data-limite
                 move 235959                        to ws-hora-limite
            else
                 if   lk-rcp-hora-limite-x equal spaces
                      move 235959                   to ws-hora-limite
                 end-if
            end-if
            compute ws-momento-limite = ws-data-limite * 1000000 + ws-hora-limite

            move zeros                              to ws-nr-journais
                                                       ws-nr-lidos
                                                       ws-nr-reaplicados
                                                       ws-nr-falhas
                                                       ws-nr-posteriores
            set  ws-limite-atingido                 to false

            string lnk-dat-path delimited by "  " "\EFD067.DAT" into wid-pd06700
            open input pd06700
            if   not ws-operacao-ok
                 string "Catálogo de backup EFD067.DAT indisponível - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 set lnk-com-erros                  to true
                 perform 9000-abortar
            end-if

      *> Os arquivos de dados são gravados aqui direto, sem as rotinas
      *> 9000-gravar/regravar/excluir - reaplicar não pode voltar a
      *> registrar no journal que está sendo lido.
            string lnk-dat-path delimited by "  " "\EFD000.DAT" into wid-pd00000
            open i-o pd00000
            if   ws-arquivo-inexistente
                 open output pd00000
                 close pd00000
                 open i-o pd00000
            end-if
            if   not ws-operacao-ok
                 move "EFD000.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD001.DAT" into wid-pd00100
            open i-o pd00100
            if   ws-arquivo-inexistente
                 open output pd00100
                 close pd00100
                 open i-o pd00100
            end-if
            if   not ws-operacao-ok
                 move "EFD001.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD002.DAT" into wid-pd00200
            open i-o pd00200
            if   ws-arquivo-inexistente
                 open output pd00200
                 close pd00200
                 open i-o pd00200
            end-if
            if   not ws-operacao-ok
                 move "EFD002.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD003.DAT" into wid-pd00300
            open i-o pd00300
            if   ws-arquivo-inexistente
                 open output pd00300
                 close pd00300
                 open i-o pd00300
            end-if
            if   not ws-operacao-ok
                 move "EFD003.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD004.DAT" into wid-pd00400
            open i-o pd00400
            if   ws-arquivo-inexistente
                 open output pd00400
                 close pd00400
                 open i-o pd00400
            end-if
            if   not ws-operacao-ok
                 move "EFD004.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD005.DAT" into wid-pd00500
            open i-o pd00500
            if   ws-arquivo-inexistente
                 open output pd00500
                 close pd00500
                 open i-o pd00500
            end-if
            if   not ws-operacao-ok
                 move "EFD005.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD006.DAT" into wid-pd00600
            open i-o pd00600
            if   ws-arquivo-inexistente
                 open output pd00600
                 close pd00600
                 open i-o pd00600
            end-if
            if   not ws-operacao-ok
                 move "EFD006.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD007.DAT" into wid-pd00700
            open i-o pd00700
            if   ws-arquivo-inexistente
                 open output pd00700
                 close pd00700
                 open i-o pd00700
            end-if
            if   not ws-operacao-ok
                 move "EFD007.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD008.DAT" into wid-pd00800
            open i-o pd00800
            if   ws-arquivo-inexistente
                 open output pd00800
                 close pd00800
                 open i-o pd00800
            end-if
            if   not ws-operacao-ok
                 move "EFD008.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD009.DAT" into wid-pd00900
            open i-o pd00900
            if   ws-arquivo-inexistente
                 open output pd00900
                 close pd00900
                 open i-o pd00900
            end-if
            if   not ws-operacao-ok
                 move "EFD009.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD010.DAT" into wid-pd01000
            open i-o pd01000
            if   ws-arquivo-inexistente
                 open output pd01000
                 close pd01000
                 open i-o pd01000
            end-if
            if   not ws-operacao-ok
                 move "EFD010.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD011.DAT" into wid-pd01100
            open i-o pd01100
            if   ws-arquivo-inexistente
                 open output pd01100
                 close pd01100
                 open i-o pd01100
            end-if
            if   not ws-operacao-ok
                 move "EFD011.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD012.DAT" into wid-pd01200
            open i-o pd01200
            if   ws-arquivo-inexistente
                 open output pd01200
                 close pd01200
                 open i-o pd01200
            end-if
            if   not ws-operacao-ok
                 move "EFD012.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD013.DAT" into wid-pd01300
            open i-o pd01300
            if   ws-arquivo-inexistente
                 open output pd01300
                 close pd01300
                 open i-o pd01300
            end-if
            if   not ws-operacao-ok
                 move "EFD013.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD014.DAT" into wid-pd01400
            open i-o pd01400
            if   ws-arquivo-inexistente
                 open output pd01400
                 close pd01400
                 open i-o pd01400
            end-if
            if   not ws-operacao-ok
                 move "EFD014.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD015.DAT" into wid-pd01500
            open i-o pd01500
            if   ws-arquivo-inexistente
                 open output pd01500
                 close pd01500
                 open i-o pd01500
            end-if
            if   not ws-operacao-ok
                 move "EFD015.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD016.DAT" into wid-pd01600
            open i-o pd01600
            if   ws-arquivo-inexistente
                 open output pd01600
                 close pd01600
                 open i-o pd01600
            end-if
            if   not ws-operacao-ok
                 move "EFD016.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD017.DAT" into wid-pd01700
            open i-o pd01700
            if   ws-arquivo-inexistente
                 open output pd01700
                 close pd01700
                 open i-o pd01700
            end-if
            if   not ws-operacao-ok
                 move "EFD017.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD018.DAT" into wid-pd01800
            open i-o pd01800
            if   ws-arquivo-inexistente
                 open output pd01800
                 close pd01800
                 open i-o pd01800
            end-if
            if   not ws-operacao-ok
                 move "EFD018.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD019.DAT" into wid-pd01900
            open i-o pd01900
            if   ws-arquivo-inexistente
                 open output pd01900
                 close pd01900
                 open i-o pd01900
            end-if
            if   not ws-operacao-ok
                 move "EFD019.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD020.DAT" into wid-pd02000
            open i-o pd02000
            if   ws-arquivo-inexistente
                 open output pd02000
                 close pd02000
                 open i-o pd02000
            end-if
            if   not ws-operacao-ok
                 move "EFD020.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD021.DAT" into wid-pd02100
            open i-o pd02100
            if   ws-arquivo-inexistente
                 open output pd02100
                 close pd02100
                 open i-o pd02100
            end-if
            if   not ws-operacao-ok
                 move "EFD021.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD022.DAT" into wid-pd02200
            open i-o pd02200
            if   ws-arquivo-inexistente
                 open output pd02200
                 close pd02200
                 open i-o pd02200
            end-if
            if   not ws-operacao-ok
                 move "EFD022.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD023.DAT" into wid-pd02300
            open i-o pd02300
            if   ws-arquivo-inexistente
                 open output pd02300
                 close pd02300
                 open i-o pd02300
            end-if
            if   not ws-operacao-ok
                 move "EFD023.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD024.DAT" into wid-pd02400
            open i-o pd02400
            if   ws-arquivo-inexistente
                 open output pd02400
                 close pd02400
                 open i-o pd02400
            end-if
            if   not ws-operacao-ok
                 move "EFD024.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD025.DAT" into wid-pd02500
            open i-o pd02500
            if   ws-arquivo-inexistente
                 open output pd02500
                 close pd02500
                 open i-o pd02500
            end-if
            if   not ws-operacao-ok
                 move "EFD025.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD026.DAT" into wid-pd02600
            open i-o pd02600
            if   ws-arquivo-inexistente
                 open output pd02600
                 close pd02600
                 open i-o pd02600
            end-if
            if   not ws-operacao-ok
                 move "EFD026.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD027.DAT" into wid-pd02700
            open i-o pd02700
            if   ws-arquivo-inexistente
                 open output pd02700
                 close pd02700
                 open i-o pd02700
            end-if
            if   not ws-operacao-ok
                 move "EFD027.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD028.DAT" into wid-pd02800
            open i-o pd02800
            if   ws-arquivo-inexistente
                 open output pd02800
                 close pd02800
                 open i-o pd02800
            end-if
            if   not ws-operacao-ok
                 move "EFD028.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD029.DAT" into wid-pd02900
            open i-o pd02900
            if   ws-arquivo-inexistente
                 open output pd02900
                 close pd02900
                 open i-o pd02900
            end-if
            if   not ws-operacao-ok
                 move "EFD029.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD030.DAT" into wid-pd03000
            open i-o pd03000
            if   ws-arquivo-inexistente
                 open output pd03000
                 close pd03000
                 open i-o pd03000
            end-if
            if   not ws-operacao-ok
                 move "EFD030.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD031.DAT" into wid-pd03100
            open i-o pd03100
            if   ws-arquivo-inexistente
                 open output pd03100
                 close pd03100
                 open i-o pd03100
            end-if
            if   not ws-operacao-ok
                 move "EFD031.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD032.DAT" into wid-pd03200
            open i-o pd03200
            if   ws-arquivo-inexistente
                 open output pd03200
                 close pd03200
                 open i-o pd03200
            end-if
            if   not ws-operacao-ok
                 move "EFD032.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD033.DAT" into wid-pd03300
            open i-o pd03300
            if   ws-arquivo-inexistente
                 open output pd03300
                 close pd03300
                 open i-o pd03300
            end-if
            if   not ws-operacao-ok
                 move "EFD033.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD034.DAT" into wid-pd03400
            open i-o pd03400
            if   ws-arquivo-inexistente
                 open output pd03400
                 close pd03400
                 open i-o pd03400
            end-if
            if   not ws-operacao-ok
                 move "EFD034.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD035.DAT" into wid-pd03500
            open i-o pd03500
            if   ws-arquivo-inexistente
                 open output pd03500
                 close pd03500
                 open i-o pd03500
            end-if
            if   not ws-operacao-ok
                 move "EFD035.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD036.DAT" into wid-pd03600
            open i-o pd03600
            if   ws-arquivo-inexistente
                 open output pd03600
                 close pd03600
                 open i-o pd03600
            end-if
            if   not ws-operacao-ok
                 move "EFD036.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD037.DAT" into wid-pd03700
            open i-o pd03700
            if   ws-arquivo-inexistente
                 open output pd03700
                 close pd03700
                 open i-o pd03700
            end-if
            if   not ws-operacao-ok
                 move "EFD037.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD038.DAT" into wid-pd03800
            open i-o pd03800
            if   ws-arquivo-inexistente
                 open output pd03800
                 close pd03800
                 open i-o pd03800
            end-if
            if   not ws-operacao-ok
                 move "EFD038.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD039.DAT" into wid-pd03900
            open i-o pd03900
            if   ws-arquivo-inexistente
                 open output pd03900
                 close pd03900
                 open i-o pd03900
            end-if
            if   not ws-operacao-ok
                 move "EFD039.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD040.DAT" into wid-pd04000
            open i-o pd04000
            if   ws-arquivo-inexistente
                 open output pd04000
                 close pd04000
                 open i-o pd04000
            end-if
            if   not ws-operacao-ok
                 move "EFD040.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD041.DAT" into wid-pd04100
            open i-o pd04100
            if   ws-arquivo-inexistente
                 open output pd04100
                 close pd04100
                 open i-o pd04100
            end-if
            if   not ws-operacao-ok
                 move "EFD041.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD042.DAT" into wid-pd04200
            open i-o pd04200
            if   ws-arquivo-inexistente
                 open output pd04200
                 close pd04200
                 open i-o pd04200
            end-if
            if   not ws-operacao-ok
                 move "EFD042.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD043.DAT" into wid-pd04300
            open i-o pd04300
            if   ws-arquivo-inexistente
                 open output pd04300
                 close pd04300
                 open i-o pd04300
            end-if
            if   not ws-operacao-ok
                 move "EFD043.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD044.DAT" into wid-pd04400
            open i-o pd04400
            if   ws-arquivo-inexistente
                 open output pd04400
                 close pd04400
                 open i-o pd04400
            end-if
            if   not ws-operacao-ok
                 move "EFD044.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD045.DAT" into wid-pd04500
            open i-o pd04500
            if   ws-arquivo-inexistente
                 open output pd04500
                 close pd04500
                 open i-o pd04500
            end-if
            if   not ws-operacao-ok
                 move "EFD045.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD046.DAT" into wid-pd04600
            open i-o pd04600
            if   ws-arquivo-inexistente
                 open output pd04600
                 close pd04600
                 open i-o pd04600
            end-if
            if   not ws-operacao-ok
                 move "EFD046.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD047.DAT" into wid-pd04700
            open i-o pd04700
            if   ws-arquivo-inexistente
                 open output pd04700
                 close pd04700
                 open i-o pd04700
            end-if
            if   not ws-operacao-ok
                 move "EFD047.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD048.DAT" into wid-pd04800
            open i-o pd04800
            if   ws-arquivo-inexistente
                 open output pd04800
                 close pd04800
                 open i-o pd04800
            end-if
            if   not ws-operacao-ok
                 move "EFD048.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD049.DAT" into wid-pd04900
            open i-o pd04900
            if   ws-arquivo-inexistente
                 open output pd04900
                 close pd04900
                 open i-o pd04900
            end-if
            if   not ws-operacao-ok
                 move "EFD049.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD050.DAT" into wid-pd05000
            open i-o pd05000
            if   ws-arquivo-inexistente
                 open output pd05000
                 close pd05000
                 open i-o pd05000
            end-if
            if   not ws-operacao-ok
                 move "EFD050.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD051.DAT" into wid-pd05100
            open i-o pd05100
            if   ws-arquivo-inexistente
                 open output pd05100
                 close pd05100
                 open i-o pd05100
            end-if
            if   not ws-operacao-ok
                 move "EFD051.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD052.DAT" into wid-pd05200
            open i-o pd05200
            if   ws-arquivo-inexistente
                 open output pd05200
                 close pd05200
                 open i-o pd05200
            end-if
            if   not ws-operacao-ok
                 move "EFD052.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD053.DAT" into wid-pd05300
            open i-o pd05300
            if   ws-arquivo-inexistente
                 open output pd05300
                 close pd05300
                 open i-o pd05300
            end-if
            if   not ws-operacao-ok
                 move "EFD053.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD054.DAT" into wid-pd05400
            open i-o pd05400
            if   ws-arquivo-inexistente
                 open output pd05400
                 close pd05400
                 open i-o pd05400
            end-if
            if   not ws-operacao-ok
                 move "EFD054.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD055.DAT" into wid-pd05500
            open i-o pd05500
            if   ws-arquivo-inexistente
                 open output pd05500
                 close pd05500
                 open i-o pd05500
            end-if
            if   not ws-operacao-ok
                 move "EFD055.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD056.DAT" into wid-pd05600
            open i-o pd05600
            if   ws-arquivo-inexistente
                 open output pd05600
                 close pd05600
                 open i-o pd05600
            end-if
            if   not ws-operacao-ok
                 move "EFD056.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD057.DAT" into wid-pd05700
            open i-o pd05700
            if   ws-arquivo-inexistente
                 open output pd05700
                 close pd05700
                 open i-o pd05700
            end-if
            if   not ws-operacao-ok
                 move "EFD057.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD058.DAT" into wid-pd05800
            open i-o pd05800
            if   ws-arquivo-inexistente
                 open output pd05800
                 close pd05800
                 open i-o pd05800
            end-if
            if   not ws-operacao-ok
                 move "EFD058.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD059.DAT" into wid-pd05900
            open i-o pd05900
            if   ws-arquivo-inexistente
                 open output pd05900
                 close pd05900
                 open i-o pd05900
            end-if
            if   not ws-operacao-ok
                 move "EFD059.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD060.DAT" into wid-pd06000
            open i-o pd06000
            if   ws-arquivo-inexistente
                 open output pd06000
                 close pd06000
                 open i-o pd06000
            end-if
            if   not ws-operacao-ok
                 move "EFD060.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD061.DAT" into wid-pd06100
            open i-o pd06100
            if   ws-arquivo-inexistente
                 open output pd06100
                 close pd06100
                 open i-o pd06100
            end-if
            if   not ws-operacao-ok
                 move "EFD061.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD062.DAT" into wid-pd06200
            open i-o pd06200
            if   ws-arquivo-inexistente
                 open output pd06200
                 close pd06200
                 open i-o pd06200
            end-if
            if   not ws-operacao-ok
                 move "EFD062.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD063.DAT" into wid-pd06300
            open i-o pd06300
            if   ws-arquivo-inexistente
                 open output pd06300
                 close pd06300
                 open i-o pd06300
            end-if
            if   not ws-operacao-ok
                 move "EFD063.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD064.DAT" into wid-pd06400
            open i-o pd06400
            if   ws-arquivo-inexistente
                 open output pd06400
                 close pd06400
                 open i-o pd06400
            end-if
            if   not ws-operacao-ok
                 move "EFD064.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD065.DAT" into wid-pd06500
            open i-o pd06500
            if   ws-arquivo-inexistente
                 open output pd06500
                 close pd06500
                 open i-o pd06500
            end-if
            if   not ws-operacao-ok
                 move "EFD065.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD066.DAT" into wid-pd06600
            open i-o pd06600
            if   ws-arquivo-inexistente
                 open output pd06600
                 close pd06600
                 open i-o pd06600
            end-if
            if   not ws-operacao-ok
                 move "EFD066.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD068.DAT" into wid-pd06800
            open i-o pd06800
            if   ws-arquivo-inexistente
                 open output pd06800
                 close pd06800
                 open i-o pd06800
            end-if
            if   not ws-operacao-ok
                 move "EFD068.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD069.DAT" into wid-pd06900
            open i-o pd06900
            if   ws-arquivo-inexistente
                 open output pd06900
                 close pd06900
                 open i-o pd06900
            end-if
            if   not ws-operacao-ok
                 move "EFD069.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD070.DAT" into wid-pd07000
            open i-o pd07000
            if   ws-arquivo-inexistente
                 open output pd07000
                 close pd07000
                 open i-o pd07000
            end-if
            if   not ws-operacao-ok
                 move "EFD070.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD071.DAT" into wid-pd07100
            open i-o pd07100
            if   ws-arquivo-inexistente
                 open output pd07100
                 close pd07100
                 open i-o pd07100
            end-if
            if   not ws-operacao-ok
                 move "EFD071.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD072.DAT" into wid-pd07200
            open i-o pd07200
            if   ws-arquivo-inexistente
                 open output pd07200
                 close pd07200
                 open i-o pd07200
            end-if
            if   not ws-operacao-ok
                 move "EFD072.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD073.DAT" into wid-pd07300
            open i-o pd07300
            if   ws-arquivo-inexistente
                 open output pd07300
                 close pd07300
                 open i-o pd07300
            end-if
            if   not ws-operacao-ok
                 move "EFD073.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD074.DAT" into wid-pd07400
            open i-o pd07400
            if   ws-arquivo-inexistente
                 open output pd07400
                 close pd07400
                 open i-o pd07400
            end-if
            if   not ws-operacao-ok
                 move "EFD074.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD075.DAT" into wid-pd07500
            open i-o pd07500
            if   ws-arquivo-inexistente
                 open output pd07500
                 close pd07500
                 open i-o pd07500
            end-if
            if   not ws-operacao-ok
                 move "EFD075.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD076.DAT" into wid-pd07600
            open i-o pd07600
            if   ws-arquivo-inexistente
                 open output pd07600
                 close pd07600
                 open i-o pd07600
            end-if
            if   not ws-operacao-ok
                 move "EFD076.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD077.DAT" into wid-pd07700
            open i-o pd07700
            if   ws-arquivo-inexistente
                 open output pd07700
                 close pd07700
                 open i-o pd07700
            end-if
            if   not ws-operacao-ok
                 move "EFD077.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

            string lnk-dat-path delimited by "  " "\EFD078.DAT" into wid-pd07800
            open i-o pd07800
            if   ws-arquivo-inexistente
                 open output pd07800
                 close pd07800
                 open i-o pd07800
            end-if
            if   not ws-operacao-ok
                 move "EFD078.DAT"                   to ws-nome-dat
                 perform 1100-erro-abertura
            end-if

       exit.

      *>=================================================================================
       1100-erro-abertura section.

            string "Erro de abertura arquivo " ws-nome-dat " - Status [" ws-resultado-acesso "]" into ws-mensagem
            perform 9000-mensagem
            set lnk-com-erros                       to true
            perform 9000-abortar

       exit.

      *>=================================================================================
      *> Depois de restaurar um conjunto (job RESTORE) leva os arquivos
      *> adiante até o ponto pedido: os journais guardados nos conjuntos
      *> posteriores ao restaurado, em ordem, e por fim o journal corrente
      *> do diretório de log. Cada movimento reaplicado sai no relatório.
      *> Parando antes do fim do journal, rodar o BACKUP em seguida - o
      *> conjunto novo passa a ser a base, e o que ficou depois do ponto
      *> não volta numa recuperação futura. Job ROLLFWD no CS00001S -
      *> rodar com o sistema fora do ar, como o RESTORE.
       2000-processamento section.

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "RECUPERACAO FORWARD SOBRE O CONJUNTO " ws-data-conjunto
                   " ATE " ws-data-limite " " ws-hora-limite into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f06700-catalogo-backup
            move ws-data-conjunto                   to f06700-data-conjunto
            move high-values                        to f06700-tipo-operacao
                                                       f06700-nome-arquivo
            perform 9000-str-pd06700-grt
            perform 9000-ler-pd06700-nex

            perform until not ws-operacao-ok
                          or ws-limite-atingido

                 if   f06700-operacao-backup
                 and  f06700-nome-arquivo equal "EFD201.DAT"
                 and  f06700-backup-ok
                 and  f06700-nr-registros-copia greater zeros
                      move spaces                   to wid-pd20100
                      string lnk-dat-path delimited by "  "
                             "\BKP" f06700-data-conjunto "\EFD201.DAT" into wid-pd20100
                      perform 2100-reaplicar-journal
                 end-if

                 perform 9000-ler-pd06700-nex

            end-perform

            if   not ws-limite-atingido
                 move spaces                        to wid-pd20100
                 string lnk-log-path delimited by "  " "\EFD201.DAT" into wid-pd20100
                 perform 2100-reaplicar-journal
            end-if

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move ws-nr-journais                     to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "JOURNAIS PROCESSADOS.....: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-lidos                        to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "MOVIMENTOS LIDOS.........: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-reaplicados                  to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "MOVIMENTOS REAPLICADOS...: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-falhas                       to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "FALHAS...................: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio
            move ws-nr-posteriores                  to ws-contagem-x
            move spaces                             to rl-linha-relatorio
            string "POSTERIORES AO PONTO.....: " ws-contagem-x into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-fechar-relatorio

            move spaces                             to ws-mensagem
            string "Recuperação concluída: " ws-nr-reaplicados " reaplicado(s), "
                   ws-nr-falhas " falha(s)" into ws-mensagem
            perform 9000-mensagem

            move ws-nr-reaplicados                  to lnk-nr-registros-lote

            if   ws-nr-falhas greater zeros
                 set lnk-com-warning                to true
            end-if

       exit.

      *>=================================================================================
       2100-reaplicar-journal section.

            open input pd20100
            if   not ws-operacao-ok
                 exit section
            end-if

            add  1                                  to ws-nr-journais

            move spaces                             to rl-linha-relatorio
            string "JOURNAL " wid-pd20100 into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            perform 9000-ler-pd20100-nex

            perform until not ws-operacao-ok

                 move f20100-hora-movimento(1:6)    to ws-hora-movimento
                 compute ws-momento-movimento = f20100-data-movimento * 1000000
                                              + ws-hora-movimento

      *> Journal em ordem cronológica - passou do ponto, o resto também
                 if   ws-momento-movimento greater ws-momento-limite
                      set  ws-limite-atingido       to true
                      add  1                        to ws-nr-posteriores
                 else
                      add  1                        to ws-nr-lidos
                      perform 2200-reaplicar-movimento
                 end-if

                 perform 9000-ler-pd20100-nex

            end-perform

            close pd20100

       exit.

      *>=================================================================================
       2200-reaplicar-movimento section.

            set  ws-arquivo-desconhecido            to false

            evaluate f20100-nome-arquivo
                 when "EFD000"
                      perform 2300-reaplicar-pd00000
                 when "EFD001"
                      perform 2300-reaplicar-pd00100
                 when "EFD002"
                      perform 2300-reaplicar-pd00200
                 when "EFD003"
                      perform 2300-reaplicar-pd00300
                 when "EFD004"
                      perform 2300-reaplicar-pd00400
                 when "EFD005"
                      perform 2300-reaplicar-pd00500
                 when "EFD006"
                      perform 2300-reaplicar-pd00600
                 when "EFD007"
                      perform 2300-reaplicar-pd00700
                 when "EFD008"
                      perform 2300-reaplicar-pd00800
                 when "EFD009"
                      perform 2300-reaplicar-pd00900
                 when "EFD010"
                      perform 2300-reaplicar-pd01000
                 when "EFD011"
                      perform 2300-reaplicar-pd01100
                 when "EFD012"
                      perform 2300-reaplicar-pd01200
                 when "EFD013"
                      perform 2300-reaplicar-pd01300
                 when "EFD014"
                      perform 2300-reaplicar-pd01400
                 when "EFD015"
                      perform 2300-reaplicar-pd01500
                 when "EFD016"
                      perform 2300-reaplicar-pd01600
                 when "EFD017"
                      perform 2300-reaplicar-pd01700
                 when "EFD018"
                      perform 2300-reaplicar-pd01800
                 when "EFD019"
                      perform 2300-reaplicar-pd01900
                 when "EFD020"
                      perform 2300-reaplicar-pd02000
                 when "EFD021"
                      perform 2300-reaplicar-pd02100
                 when "EFD022"
                      perform 2300-reaplicar-pd02200
                 when "EFD023"
                      perform 2300-reaplicar-pd02300
                 when "EFD024"
                      perform 2300-reaplicar-pd02400
                 when "EFD025"
                      perform 2300-reaplicar-pd02500
                 when "EFD026"
                      perform 2300-reaplicar-pd02600
                 when "EFD027"
                      perform 2300-reaplicar-pd02700
                 when "EFD028"
                      perform 2300-reaplicar-pd02800
                 when "EFD029"
                      perform 2300-reaplicar-pd02900
                 when "EFD030"
                      perform 2300-reaplicar-pd03000
                 when "EFD031"
                      perform 2300-reaplicar-pd03100
                 when "EFD032"
                      perform 2300-reaplicar-pd03200
                 when "EFD033"
                      perform 2300-reaplicar-pd03300
                 when "EFD034"
                      perform 2300-reaplicar-pd03400
                 when "EFD035"
                      perform 2300-reaplicar-pd03500
                 when "EFD036"
                      perform 2300-reaplicar-pd03600
                 when "EFD037"
                      perform 2300-reaplicar-pd03700
                 when "EFD038"
                      perform 2300-reaplicar-pd03800
                 when "EFD039"
                      perform 2300-reaplicar-pd03900
                 when "EFD040"
                      perform 2300-reaplicar-pd04000
                 when "EFD041"
                      perform 2300-reaplicar-pd04100
                 when "EFD042"
                      perform 2300-reaplicar-pd04200
                 when "EFD043"
                      perform 2300-reaplicar-pd04300
                 when "EFD044"
                      perform 2300-reaplicar-pd04400
                 when "EFD045"
                      perform 2300-reaplicar-pd04500
                 when "EFD046"
                      perform 2300-reaplicar-pd04600
                 when "EFD047"
                      perform 2300-reaplicar-pd04700
                 when "EFD048"
                      perform 2300-reaplicar-pd04800
                 when "EFD049"
                      perform 2300-reaplicar-pd04900
                 when "EFD050"
                      perform 2300-reaplicar-pd05000
                 when "EFD051"
                      perform 2300-reaplicar-pd05100
                 when "EFD052"
                      perform 2300-reaplicar-pd05200
                 when "EFD053"
                      perform 2300-reaplicar-pd05300
                 when "EFD054"
                      perform 2300-reaplicar-pd05400
                 when "EFD055"
                      perform 2300-reaplicar-pd05500
                 when "EFD056"
                      perform 2300-reaplicar-pd05600
                 when "EFD057"
                      perform 2300-reaplicar-pd05700
                 when "EFD058"
                      perform 2300-reaplicar-pd05800
                 when "EFD059"
                      perform 2300-reaplicar-pd05900
                 when "EFD060"
                      perform 2300-reaplicar-pd06000
                 when "EFD061"
                      perform 2300-reaplicar-pd06100
                 when "EFD062"
                      perform 2300-reaplicar-pd06200
                 when "EFD063"
                      perform 2300-reaplicar-pd06300
                 when "EFD064"
                      perform 2300-reaplicar-pd06400
                 when "EFD065"
                      perform 2300-reaplicar-pd06500
                 when "EFD066"
                      perform 2300-reaplicar-pd06600
                 when "EFD068"
                      perform 2300-reaplicar-pd06800
                 when "EFD069"
                      perform 2300-reaplicar-pd06900
                 when "EFD070"
                      perform 2300-reaplicar-pd07000
                 when "EFD071"
                      perform 2300-reaplicar-pd07100
                 when "EFD072"
                      perform 2300-reaplicar-pd07200
                 when "EFD073"
                      perform 2300-reaplicar-pd07300
                 when "EFD074"
                      perform 2300-reaplicar-pd07400
                 when "EFD075"
                      perform 2300-reaplicar-pd07500
                 when "EFD076"
                      perform 2300-reaplicar-pd07600
                 when "EFD077"
                      perform 2300-reaplicar-pd07700
                 when "EFD078"
                      perform 2300-reaplicar-pd07800
                 when other
                      set  ws-arquivo-desconhecido  to true
            end-evaluate

            evaluate true
                 when f20100-inclusao
                      move "INCLUSAO"               to ws-ds-operacao
                 when f20100-alteracao
                      move "ALTERACAO"              to ws-ds-operacao
                 when f20100-exclusao
                      move "EXCLUSAO"               to ws-ds-operacao
                 when other
                      move f20100-tipo-operacao     to ws-ds-operacao
            end-evaluate

      *> Exclusão de registro que já não existe conta como reaplicada
            evaluate true
                 when ws-arquivo-desconhecido
                      add  1                        to ws-nr-falhas
                      move "ARQUIVO DESCONHECIDO"   to ws-ds-resultado
                 when ws-operacao-ok
                 when f20100-exclusao and ws-registro-inexistente
                      add  1                        to ws-nr-reaplicados
                      move "REAPLICADO"             to ws-ds-resultado
                 when other
                      add  1                        to ws-nr-falhas
                      move spaces                   to ws-ds-resultado
                      string "FALHA STATUS " ws-resultado-acesso into ws-ds-resultado
            end-evaluate

            move spaces                             to rl-linha-relatorio
            string "   " f20100-data-movimento " " f20100-hora-movimento(1:6)
                   " " f20100-nome-arquivo " " ws-ds-operacao
                   " PROG " f20100-cd-programa " USUARIO " f20100-id-usuario
                   " " f20100-cd-empresa "." f20100-cd-filial
                   " " ws-ds-resultado into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

       exit.

      *>=================================================================================
       2300-reaplicar-pd00000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00000-programas
                      write f00000-programas
                      if   ws-registro-existente
                           rewrite f00000-programas
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00000-programas
                      rewrite f00000-programas
                      if   ws-registro-inexistente
                           write f00000-programas
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00000-programas
                      delete pd00000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00100-modulos
                      write f00100-modulos
                      if   ws-registro-existente
                           rewrite f00100-modulos
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00100-modulos
                      rewrite f00100-modulos
                      if   ws-registro-inexistente
                           write f00100-modulos
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00100-modulos
                      delete pd00100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00200-pais
                      write f00200-pais
                      if   ws-registro-existente
                           rewrite f00200-pais
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00200-pais
                      rewrite f00200-pais
                      if   ws-registro-inexistente
                           write f00200-pais
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00200-pais
                      delete pd00200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00300-estado
                      write f00300-estado
                      if   ws-registro-existente
                           rewrite f00300-estado
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00300-estado
                      rewrite f00300-estado
                      if   ws-registro-inexistente
                           write f00300-estado
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00300-estado
                      delete pd00300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00400-municipio
                      write f00400-municipio
                      if   ws-registro-existente
                           rewrite f00400-municipio
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00400-municipio
                      rewrite f00400-municipio
                      if   ws-registro-inexistente
                           write f00400-municipio
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00400-municipio
                      delete pd00400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00500-bairro
                      write f00500-bairro
                      if   ws-registro-existente
                           rewrite f00500-bairro
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00500-bairro
                      rewrite f00500-bairro
                      if   ws-registro-inexistente
                           write f00500-bairro
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00500-bairro
                      delete pd00500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00600-logradouro
                      write f00600-logradouro
                      if   ws-registro-existente
                           rewrite f00600-logradouro
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00600-logradouro
                      rewrite f00600-logradouro
                      if   ws-registro-inexistente
                           write f00600-logradouro
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00600-logradouro
                      delete pd00600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00700 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00700-empresa
                      write f00700-empresa
                      if   ws-registro-existente
                           rewrite f00700-empresa
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00700-empresa
                      rewrite f00700-empresa
                      if   ws-registro-inexistente
                           write f00700-empresa
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00700-empresa
                      delete pd00700
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00800-usuario
                      write f00800-usuario
                      if   ws-registro-existente
                           rewrite f00800-usuario
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00800-usuario
                      rewrite f00800-usuario
                      if   ws-registro-inexistente
                           write f00800-usuario
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00800-usuario
                      delete pd00800
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd00900 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f00900-usuario-empresa
                      write f00900-usuario-empresa
                      if   ws-registro-existente
                           rewrite f00900-usuario-empresa
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f00900-usuario-empresa
                      rewrite f00900-usuario-empresa
                      if   ws-registro-inexistente
                           write f00900-usuario-empresa
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f00900-usuario-empresa
                      delete pd00900
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01000-perfil
                      write f01000-perfil
                      if   ws-registro-existente
                           rewrite f01000-perfil
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01000-perfil
                      rewrite f01000-perfil
                      if   ws-registro-inexistente
                           write f01000-perfil
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01000-perfil
                      delete pd01000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01100-perfil-modulo
                      write f01100-perfil-modulo
                      if   ws-registro-existente
                           rewrite f01100-perfil-modulo
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01100-perfil-modulo
                      rewrite f01100-perfil-modulo
                      if   ws-registro-inexistente
                           write f01100-perfil-modulo
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01100-perfil-modulo
                      delete pd01100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01200-usuario-perfil
                      write f01200-usuario-perfil
                      if   ws-registro-existente
                           rewrite f01200-usuario-perfil
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01200-usuario-perfil
                      rewrite f01200-usuario-perfil
                      if   ws-registro-inexistente
                           write f01200-usuario-perfil
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01200-usuario-perfil
                      delete pd01200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01300-usuario-modulo
                      write f01300-usuario-modulo
                      if   ws-registro-existente
                           rewrite f01300-usuario-modulo
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01300-usuario-modulo
                      rewrite f01300-usuario-modulo
                      if   ws-registro-inexistente
                           write f01300-usuario-modulo
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01300-usuario-modulo
                      delete pd01300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01400-cliente
                      write f01400-cliente
                      if   ws-registro-existente
                           rewrite f01400-cliente
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01400-cliente
                      rewrite f01400-cliente
                      if   ws-registro-inexistente
                           write f01400-cliente
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01400-cliente
                      delete pd01400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01500-fornecedor
                      write f01500-fornecedor
                      if   ws-registro-existente
                           rewrite f01500-fornecedor
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01500-fornecedor
                      rewrite f01500-fornecedor
                      if   ws-registro-inexistente
                           write f01500-fornecedor
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01500-fornecedor
                      delete pd01500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01600-categoria-material
                      write f01600-categoria-material
                      if   ws-registro-existente
                           rewrite f01600-categoria-material
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01600-categoria-material
                      rewrite f01600-categoria-material
                      if   ws-registro-inexistente
                           write f01600-categoria-material
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01600-categoria-material
                      delete pd01600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01700 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01700-material
                      write f01700-material
                      if   ws-registro-existente
                           rewrite f01700-material
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01700-material
                      rewrite f01700-material
                      if   ws-registro-inexistente
                           write f01700-material
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01700-material
                      delete pd01700
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01800-produto
                      write f01800-produto
                      if   ws-registro-existente
                           rewrite f01800-produto
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01800-produto
                      rewrite f01800-produto
                      if   ws-registro-inexistente
                           write f01800-produto
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01800-produto
                      delete pd01800
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd01900 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f01900-mov-estoque
                      write f01900-mov-estoque
                      if   ws-registro-existente
                           rewrite f01900-mov-estoque
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f01900-mov-estoque
                      rewrite f01900-mov-estoque
                      if   ws-registro-inexistente
                           write f01900-mov-estoque
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f01900-mov-estoque
                      delete pd01900
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02000-transportador
                      write f02000-transportador
                      if   ws-registro-existente
                           rewrite f02000-transportador
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02000-transportador
                      rewrite f02000-transportador
                      if   ws-registro-inexistente
                           write f02000-transportador
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02000-transportador
                      delete pd02000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02100-preco-produto
                      write f02100-preco-produto
                      if   ws-registro-existente
                           rewrite f02100-preco-produto
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02100-preco-produto
                      rewrite f02100-preco-produto
                      if   ws-registro-inexistente
                           write f02100-preco-produto
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02100-preco-produto
                      delete pd02100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02200-parametros-nfe
                      write f02200-parametros-nfe
                      if   ws-registro-existente
                           rewrite f02200-parametros-nfe
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02200-parametros-nfe
                      rewrite f02200-parametros-nfe
                      if   ws-registro-inexistente
                           write f02200-parametros-nfe
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02200-parametros-nfe
                      delete pd02200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02300-auditoria-login-master
                      write f02300-auditoria-login-master
                      if   ws-registro-existente
                           rewrite f02300-auditoria-login-master
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02300-auditoria-login-master
                      rewrite f02300-auditoria-login-master
                      if   ws-registro-inexistente
                           write f02300-auditoria-login-master
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02300-auditoria-login-master
                      delete pd02300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02400-auditoria-acesso-negado
                      write f02400-auditoria-acesso-negado
                      if   ws-registro-existente
                           rewrite f02400-auditoria-acesso-negado
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02400-auditoria-acesso-negado
                      rewrite f02400-auditoria-acesso-negado
                      if   ws-registro-inexistente
                           write f02400-auditoria-acesso-negado
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02400-auditoria-acesso-negado
                      delete pd02400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02500-auditoria-status-empresa
                      write f02500-auditoria-status-empresa
                      if   ws-registro-existente
                           rewrite f02500-auditoria-status-empresa
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02500-auditoria-status-empresa
                      rewrite f02500-auditoria-status-empresa
                      if   ws-registro-inexistente
                           write f02500-auditoria-status-empresa
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02500-auditoria-status-empresa
                      delete pd02500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02600-conta-receber
                      write f02600-conta-receber
                      if   ws-registro-existente
                           rewrite f02600-conta-receber
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02600-conta-receber
                      rewrite f02600-conta-receber
                      if   ws-registro-inexistente
                           write f02600-conta-receber
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02600-conta-receber
                      delete pd02600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02700 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02700-conta-pagar
                      write f02700-conta-pagar
                      if   ws-registro-existente
                           rewrite f02700-conta-pagar
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02700-conta-pagar
                      rewrite f02700-conta-pagar
                      if   ws-registro-inexistente
                           write f02700-conta-pagar
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02700-conta-pagar
                      delete pd02700
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02800-conta-banco
                      write f02800-conta-banco
                      if   ws-registro-existente
                           rewrite f02800-conta-banco
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02800-conta-banco
                      rewrite f02800-conta-banco
                      if   ws-registro-inexistente
                           write f02800-conta-banco
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02800-conta-banco
                      delete pd02800
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd02900 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f02900-boleto
                      write f02900-boleto
                      if   ws-registro-existente
                           rewrite f02900-boleto
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f02900-boleto
                      rewrite f02900-boleto
                      if   ws-registro-inexistente
                           write f02900-boleto
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f02900-boleto
                      delete pd02900
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03000-pedido-compra
                      write f03000-pedido-compra
                      if   ws-registro-existente
                           rewrite f03000-pedido-compra
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03000-pedido-compra
                      rewrite f03000-pedido-compra
                      if   ws-registro-inexistente
                           write f03000-pedido-compra
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03000-pedido-compra
                      delete pd03000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03100-item-pedido-compra
                      write f03100-item-pedido-compra
                      if   ws-registro-existente
                           rewrite f03100-item-pedido-compra
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03100-item-pedido-compra
                      rewrite f03100-item-pedido-compra
                      if   ws-registro-inexistente
                           write f03100-item-pedido-compra
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03100-item-pedido-compra
                      delete pd03100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03200-produto-fornecedor
                      write f03200-produto-fornecedor
                      if   ws-registro-existente
                           rewrite f03200-produto-fornecedor
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03200-produto-fornecedor
                      rewrite f03200-produto-fornecedor
                      if   ws-registro-inexistente
                           write f03200-produto-fornecedor
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03200-produto-fornecedor
                      delete pd03200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03300-estrutura-produto
                      write f03300-estrutura-produto
                      if   ws-registro-existente
                           rewrite f03300-estrutura-produto
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03300-estrutura-produto
                      rewrite f03300-estrutura-produto
                      if   ws-registro-inexistente
                           write f03300-estrutura-produto
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03300-estrutura-produto
                      delete pd03300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03400-ordem-producao
                      write f03400-ordem-producao
                      if   ws-registro-existente
                           rewrite f03400-ordem-producao
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03400-ordem-producao
                      rewrite f03400-ordem-producao
                      if   ws-registro-inexistente
                           write f03400-ordem-producao
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03400-ordem-producao
                      delete pd03400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03500-inventario
                      write f03500-inventario
                      if   ws-registro-existente
                           rewrite f03500-inventario
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03500-inventario
                      rewrite f03500-inventario
                      if   ws-registro-inexistente
                           write f03500-inventario
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03500-inventario
                      delete pd03500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03600-item-inventario
                      write f03600-item-inventario
                      if   ws-registro-existente
                           rewrite f03600-item-inventario
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03600-item-inventario
                      rewrite f03600-item-inventario
                      if   ws-registro-inexistente
                           write f03600-item-inventario
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03600-item-inventario
                      delete pd03600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03700 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03700-transferencia
                      write f03700-transferencia
                      if   ws-registro-existente
                           rewrite f03700-transferencia
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03700-transferencia
                      rewrite f03700-transferencia
                      if   ws-registro-inexistente
                           write f03700-transferencia
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03700-transferencia
                      delete pd03700
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03800-lote
                      write f03800-lote
                      if   ws-registro-existente
                           rewrite f03800-lote
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03800-lote
                      rewrite f03800-lote
                      if   ws-registro-inexistente
                           write f03800-lote
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03800-lote
                      delete pd03800
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd03900 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f03900-saldo-periodo
                      write f03900-saldo-periodo
                      if   ws-registro-existente
                           rewrite f03900-saldo-periodo
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f03900-saldo-periodo
                      rewrite f03900-saldo-periodo
                      if   ws-registro-inexistente
                           write f03900-saldo-periodo
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f03900-saldo-periodo
                      delete pd03900
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04000-reserva
                      write f04000-reserva
                      if   ws-registro-existente
                           rewrite f04000-reserva
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04000-reserva
                      rewrite f04000-reserva
                      if   ws-registro-inexistente
                           write f04000-reserva
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04000-reserva
                      delete pd04000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04100-endereco-produto
                      write f04100-endereco-produto
                      if   ws-registro-existente
                           rewrite f04100-endereco-produto
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04100-endereco-produto
                      rewrite f04100-endereco-produto
                      if   ws-registro-inexistente
                           write f04100-endereco-produto
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04100-endereco-produto
                      delete pd04100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04200-motivo-movimento
                      write f04200-motivo-movimento
                      if   ws-registro-existente
                           rewrite f04200-motivo-movimento
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04200-motivo-movimento
                      rewrite f04200-motivo-movimento
                      if   ws-registro-inexistente
                           write f04200-motivo-movimento
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04200-motivo-movimento
                      delete pd04200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04300-unidade-medida
                      write f04300-unidade-medida
                      if   ws-registro-existente
                           rewrite f04300-unidade-medida
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04300-unidade-medida
                      rewrite f04300-unidade-medida
                      if   ws-registro-inexistente
                           write f04300-unidade-medida
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04300-unidade-medida
                      delete pd04300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04400-evento-nfe
                      write f04400-evento-nfe
                      if   ws-registro-existente
                           rewrite f04400-evento-nfe
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04400-evento-nfe
                      rewrite f04400-evento-nfe
                      if   ws-registro-inexistente
                           write f04400-evento-nfe
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04400-evento-nfe
                      delete pd04400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04500-catalogo-arquivo
                      write f04500-catalogo-arquivo
                      if   ws-registro-existente
                           rewrite f04500-catalogo-arquivo
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04500-catalogo-arquivo
                      rewrite f04500-catalogo-arquivo
                      if   ws-registro-inexistente
                           write f04500-catalogo-arquivo
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04500-catalogo-arquivo
                      delete pd04500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04600-envio-email
                      write f04600-envio-email
                      if   ws-registro-existente
                           rewrite f04600-envio-email
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04600-envio-email
                      rewrite f04600-envio-email
                      if   ws-registro-inexistente
                           write f04600-envio-email
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04600-envio-email
                      delete pd04600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04700 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04700-parametro
                      write f04700-parametro
                      if   ws-registro-existente
                           rewrite f04700-parametro
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04700-parametro
                      rewrite f04700-parametro
                      if   ws-registro-inexistente
                           write f04700-parametro
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04700-parametro
                      delete pd04700
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04800-embarque
                      write f04800-embarque
                      if   ws-registro-existente
                           rewrite f04800-embarque
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04800-embarque
                      rewrite f04800-embarque
                      if   ws-registro-inexistente
                           write f04800-embarque
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04800-embarque
                      delete pd04800
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd04900 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f04900-nota-embarque
                      write f04900-nota-embarque
                      if   ws-registro-existente
                           rewrite f04900-nota-embarque
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f04900-nota-embarque
                      rewrite f04900-nota-embarque
                      if   ws-registro-inexistente
                           write f04900-nota-embarque
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f04900-nota-embarque
                      delete pd04900
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05000-mestre-nota-fiscal
                      write f05000-mestre-nota-fiscal
                      if   ws-registro-existente
                           rewrite f05000-mestre-nota-fiscal
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05000-mestre-nota-fiscal
                      rewrite f05000-mestre-nota-fiscal
                      if   ws-registro-inexistente
                           write f05000-mestre-nota-fiscal
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05000-mestre-nota-fiscal
                      delete pd05000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05100-item-nota-fiscal
                      write f05100-item-nota-fiscal
                      if   ws-registro-existente
                           rewrite f05100-item-nota-fiscal
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05100-item-nota-fiscal
                      rewrite f05100-item-nota-fiscal
                      if   ws-registro-inexistente
                           write f05100-item-nota-fiscal
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05100-item-nota-fiscal
                      delete pd05100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05200-tabela-frete
                      write f05200-tabela-frete
                      if   ws-registro-existente
                           rewrite f05200-tabela-frete
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05200-tabela-frete
                      rewrite f05200-tabela-frete
                      if   ws-registro-inexistente
                           write f05200-tabela-frete
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05200-tabela-frete
                      delete pd05200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05300-vendedor
                      write f05300-vendedor
                      if   ws-registro-existente
                           rewrite f05300-vendedor
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05300-vendedor
                      rewrite f05300-vendedor
                      if   ws-registro-inexistente
                           write f05300-vendedor
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05300-vendedor
                      delete pd05300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05400-comissao-categoria
                      write f05400-comissao-categoria
                      if   ws-registro-existente
                           rewrite f05400-comissao-categoria
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05400-comissao-categoria
                      rewrite f05400-comissao-categoria
                      if   ws-registro-inexistente
                           write f05400-comissao-categoria
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05400-comissao-categoria
                      delete pd05400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05500-condicao-pagamento
                      write f05500-condicao-pagamento
                      if   ws-registro-existente
                           rewrite f05500-condicao-pagamento
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05500-condicao-pagamento
                      rewrite f05500-condicao-pagamento
                      if   ws-registro-inexistente
                           write f05500-condicao-pagamento
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05500-condicao-pagamento
                      delete pd05500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05600-orcamento
                      write f05600-orcamento
                      if   ws-registro-existente
                           rewrite f05600-orcamento
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05600-orcamento
                      rewrite f05600-orcamento
                      if   ws-registro-inexistente
                           write f05600-orcamento
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05600-orcamento
                      delete pd05600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05700 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05700-item-orcamento
                      write f05700-item-orcamento
                      if   ws-registro-existente
                           rewrite f05700-item-orcamento
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05700-item-orcamento
                      rewrite f05700-item-orcamento
                      if   ws-registro-inexistente
                           write f05700-item-orcamento
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05700-item-orcamento
                      delete pd05700
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05800-estatistica-produto
                      write f05800-estatistica-produto
                      if   ws-registro-existente
                           rewrite f05800-estatistica-produto
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05800-estatistica-produto
                      rewrite f05800-estatistica-produto
                      if   ws-registro-inexistente
                           write f05800-estatistica-produto
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05800-estatistica-produto
                      delete pd05800
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd05900 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f05900-estatistica-cliente
                      write f05900-estatistica-cliente
                      if   ws-registro-existente
                           rewrite f05900-estatistica-cliente
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f05900-estatistica-cliente
                      rewrite f05900-estatistica-cliente
                      if   ws-registro-inexistente
                           write f05900-estatistica-cliente
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f05900-estatistica-cliente
                      delete pd05900
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06000-estoque
                      write f06000-estoque
                      if   ws-registro-existente
                           rewrite f06000-estoque
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06000-estoque
                      rewrite f06000-estoque
                      if   ws-registro-inexistente
                           write f06000-estoque
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06000-estoque
                      delete pd06000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06100-painel
                      write f06100-painel
                      if   ws-registro-existente
                           rewrite f06100-painel
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06100-painel
                      rewrite f06100-painel
                      if   ws-registro-inexistente
                           write f06100-painel
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06100-painel
                      delete pd06100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06200-tabela-preco
                      write f06200-tabela-preco
                      if   ws-registro-existente
                           rewrite f06200-tabela-preco
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06200-tabela-preco
                      rewrite f06200-tabela-preco
                      if   ws-registro-inexistente
                           write f06200-tabela-preco
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06200-tabela-preco
                      delete pd06200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06300-item-tabela-preco
                      write f06300-item-tabela-preco
                      if   ws-registro-existente
                           rewrite f06300-item-tabela-preco
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06300-item-tabela-preco
                      rewrite f06300-item-tabela-preco
                      if   ws-registro-inexistente
                           write f06300-item-tabela-preco
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06300-item-tabela-preco
                      delete pd06300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06400-endereco-cliente
                      write f06400-endereco-cliente
                      if   ws-registro-existente
                           rewrite f06400-endereco-cliente
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06400-endereco-cliente
                      rewrite f06400-endereco-cliente
                      if   ws-registro-inexistente
                           write f06400-endereco-cliente
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06400-endereco-cliente
                      delete pd06400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06500-auditoria-alteracao
                      write f06500-auditoria-alteracao
                      if   ws-registro-existente
                           rewrite f06500-auditoria-alteracao
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06500-auditoria-alteracao
                      rewrite f06500-auditoria-alteracao
                      if   ws-registro-inexistente
                           write f06500-auditoria-alteracao
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06500-auditoria-alteracao
                      delete pd06500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06600-sessao
                      write f06600-sessao
                      if   ws-registro-existente
                           rewrite f06600-sessao
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06600-sessao
                      rewrite f06600-sessao
                      if   ws-registro-inexistente
                           write f06600-sessao
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06600-sessao
                      delete pd06600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06800-mov-estoque
                      write f06800-mov-estoque
                      if   ws-registro-existente
                           rewrite f06800-mov-estoque
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06800-mov-estoque
                      rewrite f06800-mov-estoque
                      if   ws-registro-inexistente
                           write f06800-mov-estoque
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06800-mov-estoque
                      delete pd06800
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd06900 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f06900-mestre-nota-fiscal
                      write f06900-mestre-nota-fiscal
                      if   ws-registro-existente
                           rewrite f06900-mestre-nota-fiscal
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f06900-mestre-nota-fiscal
                      rewrite f06900-mestre-nota-fiscal
                      if   ws-registro-inexistente
                           write f06900-mestre-nota-fiscal
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f06900-mestre-nota-fiscal
                      delete pd06900
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07000 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07000-item-nota-fiscal
                      write f07000-item-nota-fiscal
                      if   ws-registro-existente
                           rewrite f07000-item-nota-fiscal
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07000-item-nota-fiscal
                      rewrite f07000-item-nota-fiscal
                      if   ws-registro-inexistente
                           write f07000-item-nota-fiscal
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07000-item-nota-fiscal
                      delete pd07000
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07100 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07100-execucao-job
                      write f07100-execucao-job
                      if   ws-registro-existente
                           rewrite f07100-execucao-job
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07100-execucao-job
                      rewrite f07100-execucao-job
                      if   ws-registro-inexistente
                           write f07100-execucao-job
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07100-execucao-job
                      delete pd07100
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07200 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07200-impressora
                      write f07200-impressora
                      if   ws-registro-existente
                           rewrite f07200-impressora
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07200-impressora
                      rewrite f07200-impressora
                      if   ws-registro-inexistente
                           write f07200-impressora
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07200-impressora
                      delete pd07200
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07300 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07300-spool
                      write f07300-spool
                      if   ws-registro-existente
                           rewrite f07300-spool
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07300-spool
                      rewrite f07300-spool
                      if   ws-registro-inexistente
                           write f07300-spool
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07300-spool
                      delete pd07300
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07400 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07400-calendario
                      write f07400-calendario
                      if   ws-registro-existente
                           rewrite f07400-calendario
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07400-calendario
                      rewrite f07400-calendario
                      if   ws-registro-inexistente
                           write f07400-calendario
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07400-calendario
                      delete pd07400
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07500 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07500-sequencia
                      write f07500-sequencia
                      if   ws-registro-existente
                           rewrite f07500-sequencia
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07500-sequencia
                      rewrite f07500-sequencia
                      if   ws-registro-inexistente
                           write f07500-sequencia
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07500-sequencia
                      delete pd07500
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07600 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07600-aviso
                      write f07600-aviso
                      if   ws-registro-existente
                           rewrite f07600-aviso
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07600-aviso
                      rewrite f07600-aviso
                      if   ws-registro-inexistente
                           write f07600-aviso
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07600-aviso
                      delete pd07600
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07700 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07700-ciencia-aviso
                      write f07700-ciencia-aviso
                      if   ws-registro-existente
                           rewrite f07700-ciencia-aviso
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07700-ciencia-aviso
                      rewrite f07700-ciencia-aviso
                      if   ws-registro-inexistente
                           write f07700-ciencia-aviso
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07700-ciencia-aviso
                      delete pd07700
            end-evaluate

       exit.

      *>=================================================================================
       2300-reaplicar-pd07800 section.

            evaluate true
                 when f20100-inclusao
                      move f20100-imagem-depois     to f07800-fechamento-diario
                      write f07800-fechamento-diario
                      if   ws-registro-existente
                           rewrite f07800-fechamento-diario
                      end-if
                 when f20100-alteracao
                      move f20100-imagem-depois     to f07800-fechamento-diario
                      rewrite f07800-fechamento-diario
                      if   ws-registro-inexistente
                           write f07800-fechamento-diario
                      end-if
                 when f20100-exclusao
                      move f20100-imagem-antes      to f07800-fechamento-diario
                      delete pd07800
            end-evaluate

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd06700
            close pd00000
            close pd00100
            close pd00200
            close pd00300
            close pd00400
            close pd00500
            close pd00600
            close pd00700
            close pd00800
            close pd00900
            close pd01000
            close pd01100
            close pd01200
            close pd01300
            close pd01400
            close pd01500
            close pd01600
            close pd01700
            close pd01800
            close pd01900
            close pd02000
            close pd02100
            close pd02200
            close pd02300
            close pd02400
            close pd02500
            close pd02600
            close pd02700
            close pd02800
            close pd02900
            close pd03000
            close pd03100
            close pd03200
            close pd03300
            close pd03400
            close pd03500
            close pd03600
            close pd03700
            close pd03800
            close pd03900
            close pd04000
            close pd04100
            close pd04200
            close pd04300
            close pd04400
            close pd04500
            close pd04600
            close pd04700
            close pd04800
            close pd04900
            close pd05000
            close pd05100
            close pd05200
            close pd05300
            close pd05400
            close pd05500
            close pd05600
            close pd05700
            close pd05800
            close pd05900
            close pd06000
            close pd06100
            close pd06200
            close pd06300
            close pd06400
            close pd06500
            close pd06600
            close pd06800
            close pd06900
            close pd07000
            close pd07100
            close pd07200
            close pd07300
            close pd07400
            close pd07500
            close pd07600
            close pd07700
            close pd07800

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
       copy CSP00901.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR06700.cpy.
       copy CSR20100.cpy.
