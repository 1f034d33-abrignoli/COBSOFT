            03 line 13 col 34   pic x(40) from f-ds-impressora.
            03 line 15 col 12   pic x(21) value "Dispositivo ou Fila:".
            03 line 15 col 34   pic x(70) from f-dispositivo.
            03 line 17 col 06   pic x(27) value "Tipo (P=PCL/T=Texto/Z=ZPL):".
            03 line 17 col 34   pic x(01) from f-tipo-fluxo.
            03 line 19 col 18   pic x(15) value "Bandeja Padrao:".
            03 line 19 col 34   pic 9(02) from f-bandeja-padrao.
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                     perform until not ws-versao-recarregar
                          set  ws-versao-recarregar to false
                          perform 2100-manutencao
                     end-perform
                when 04
                     perform 2100-exclusao
                when 05
                 exit section
            end-if

            move f07200-controle-versao            to ws-ver-carimbo-lido

            perform 2300-aceitar-dados

            accept f-id-status at line 21 col 34 with update auto-skip
            move f-tipo-fluxo                       to f07200-tipo-fluxo
            move f-bandeja-padrao                   to f07200-bandeja-padrao
            move f-id-status                        to f07200-id-status
            perform 9000-conferir-versao-pd07200
            if   ws-versao-alterada
                 perform 9000-move-registros-frame
                 perform 8000-tela
                 perform 9000-alteracao-concorrente
                 if   not ws-versao-recarregar
                      perform 8000-limpa-tela
                 end-if
                 exit section
            end-if

            perform 9000-regravar-pd07200
            if   not ws-operacao-ok
                 string "Erro ao alterar impressora - " ws-resultado-acesso into ws-mensagem
            perform until exit
                 accept f-tipo-fluxo at line 17 col 34 with update auto-skip
                 move function upper-case(f-tipo-fluxo) to f-tipo-fluxo
                 if   f-tipo-fluxo equal "P" or f-tipo-fluxo equal "T" or f-tipo-fluxo equal "Z"
                      exit perform
                 end-if
                 move "Tipo inválido! Informe P (PCL), T (Texto) ou Z (ZPL)" to ws-mensagem
                 perform 9000-mensagem
            end-perform

                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 8000-tela

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
       9000-move-registros-frame section.

            move f07200-ds-impressora               to f-ds-impressora
            move f07200-dispositivo                 to f-dispositivo
            move f07200-tipo-fluxo                  to f-tipo-fluxo
            move f07200-bandeja-padrao              to f-bandeja-padrao
            move f07200-id-status                   to f-id-status

       exit.

      *>=================================================================================
      *> Leituras

