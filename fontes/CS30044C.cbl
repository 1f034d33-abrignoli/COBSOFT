      $set sourceformat"free"
       program-id. CS30044C.
      *>=================================================================================
      *>
      *>           Canais de Venda On-line (Loja Virtual e Marketplaces)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS19300.cpy.
       copy CSS19400.cpy.
       copy CSS06200.cpy.
       copy CSS00901.cpy.

      *>=================================================================================
       data division.

       copy CSF19300.cpy.
       copy CSF19400.cpy.
       copy CSF06200.cpy.
       copy CSF00901.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS30044C".
       78   c-descricao-programa                   value "CANAIS DE VENDA ON-LINE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-nr-coluna                        pic 9(09).
            03 ws-ds-funcao                        pic x(16).
            03 ws-id-canal                         pic x(01).
               88 ws-canal-encontrado                   value "S" false "N".
            03 ws-nr-apagados                      pic 9(07).
            03 ws-nr-apagados-x                    pic z.zzz.zz9.

       01   f-canal.
            03 f-cd-canal                          pic 9(03).
            03 f-ds-canal                          pic x(40).
            03 f-nr-tabela                         pic 9(03).
            03 f-ds-tabela                         pic x(30).
            03 f-qtde-margem-seguranca             pic zzz.zzz.zz9,9999.
            03 f-cd-deposito                       pic 9(04).
            03 f-data-ultima-publicacao            pic 9(08).
            03 f-hora-ultima-publicacao            pic 9(06).
            03 f-nr-itens-ultima-publicacao        pic z.zzz.zz9.
            03 f-id-status                         pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-canal.
            03 line 11 col 27   pic x(06) value "Canal:".
            03 line 11 col 34   pic 9(03) from f-cd-canal.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(40) from f-ds-canal.
            03 line 15 col 07   pic x(26) value "Tabela Preco (0=vigente):".
            03 line 15 col 34   pic 9(03) from f-nr-tabela.
            03 line 15 col 40   pic x(30) from f-ds-tabela.
            03 line 17 col 12   pic x(21) value "Margem de Seguranca:".
            03 line 17 col 34   pic zzz.zzz.zz9,9999 from f-qtde-margem-seguranca.
            03 line 19 col 08   pic x(25) value "Deposito (0=todos):".
            03 line 19 col 34   pic 9(04) from f-cd-deposito.
            03 line 21 col 18   pic x(15) value "Situacao (A/I):".
            03 line 21 col 34   pic x(01) from f-id-status.
            03 line 23 col 13   pic x(20) value "Ultima Publicacao:".
            03 line 23 col 34   pic 99/99/9999 from f-data-ultima-publicacao.
            03 line 23 col 45   pic 99b99b99 from f-hora-ultima-publicacao.
            03 line 23 col 55   pic x(06) value "Itens:".
            03 line 23 col 62   pic z.zzz.zz9 from f-nr-itens-ultima-publicacao.

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

            initialize                              wf-opcoes-frame

            string lnk-dat-path delimited   by "  " "\EFD193.DAT" into wid-pd19300
            open i-o pd19300
            if   ws-arquivo-inexistente
                 open output pd19300
                 close pd19300
                 open i-o pd19300
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD193.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            string lnk-dat-path delimited   by "  " "\EFD194.DAT" into wid-pd19400
            open i-o pd19400
            if   ws-arquivo-inexistente
                 open output pd19400
                 close pd19400
                 open i-o pd19400
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD194.DAT - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-i-pd06200

       exit.

      *>=================================================================================
       2000-processamento section.

            perform 8000-inicia-frame

            perform until wf-frame-retornar

                 evaluate wf-frame
                      when 00
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 09
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                when 04
                     perform 2100-exclusao
                when 05
                     perform 2100-relatorio
                when 06
                     perform 2100-carga-total
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-canal <> zeros
                 accept f-cd-canal at line 11 col 34 with update auto-skip
            end-perform

            initialize                              f19300-canal-venda
            move lnk-cd-empresa                     to f19300-cd-empresa
            move lnk-cd-filial                      to f19300-cd-filial
            move f-cd-canal                         to f19300-cd-canal
            perform 9000-ler-pd19300-ran
            if   ws-operacao-ok
                 move "Canal já cadastrado!"        to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 2300-aceitar-valores

            initialize                              f19300-canal-venda
            move lnk-cd-empresa                     to f19300-cd-empresa
            move lnk-cd-filial                      to f19300-cd-filial
            move f-cd-canal                         to f19300-cd-canal
            perform 2400-mover-valores
            set  f19300-canal-ativo                 to true
            perform 9000-gravar-pd19300
            if   not ws-operacao-ok
                 string "Erro ao gravar canal - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 2200-localizar-canal

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localizar-canal
            if   not ws-canal-encontrado
                 exit section
            end-if

            perform 2300-aceitar-valores

            accept f-id-status at line 21 col 34 with update auto-skip
            move function upper-case(f-id-status)   to f-id-status
            if   f-id-status not equal "A" and f-id-status not equal "I"
                 move "A"                           to f-id-status
            end-if

            perform 2400-mover-valores
            move f-id-status                        to f19300-id-status
            perform 9000-regravar-pd19300
            if   not ws-operacao-ok
                 string "Erro ao alterar canal - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> O canal com publicações fica inativo: a rodada deixa de
      *> enviar para ele e o histórico do que foi publicado permanece.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 2200-localizar-canal
            if   not ws-canal-encontrado
                 exit section
            end-if

            move "Confirma a inativação do canal? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            set  f19300-canal-inativo               to true
            move lnk-id-usuario                     to f19300-id-usuario
            move f19300-id-status                   to f-id-status
            perform 9000-regravar-pd19300
            if   not ws-operacao-ok
                 string "Erro ao inativar canal - " ws-resultado-acesso into ws-mensagem
                 perform 9000-mensagem
            else
                 perform 8000-tela
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 9000-abrir-relatorio

            move spaces                             to rl-linha-relatorio
            string "CANAIS DE VENDA ON-LINE - EMPRESA " lnk-cd-empresa
                   " FILIAL " lnk-cd-filial into rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            move spaces                             to rl-linha-relatorio
            perform 9000-imprimir-linha-relatorio

            initialize                              f19300-canal-venda
            move lnk-cd-empresa                     to f19300-cd-empresa
            move lnk-cd-filial                      to f19300-cd-filial
            perform 9000-str-pd19300-grt
            perform 9000-ler-pd19300-nex

            perform until not ws-operacao-ok
                          or f19300-cd-empresa <> lnk-cd-empresa
                          or f19300-cd-filial  <> lnk-cd-filial

                 move spaces                        to rl-linha-relatorio
                 string f19300-cd-canal
                        " " f19300-ds-canal(1:30)
                        " TAB " f19300-nr-tabela
                        " MARGEM " f19300-qtde-margem-seguranca
                        " DEP " f19300-cd-deposito
                        " ULT " f19300-data-ultima-publicacao
                        " ITENS " f19300-nr-itens-ultima-publicacao
                        " " f19300-id-status
                        into rl-linha-relatorio
                 perform 9000-imprimir-linha-relatorio

                 perform 9000-ler-pd19300-nex

            end-perform

            perform 9000-fechar-relatorio

       exit.

      *>=================================================================================
      *> Carga total: apaga o que foi publicado para o canal e a
      *> próxima rodada do CS30045S envia todos os produtos de novo -
      *> usado na entrada de um canal novo ou quando a loja perde a
      *> sincronia.
       2100-carga-total section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localizar-canal
            if   not ws-canal-encontrado
                 exit section
            end-if

            move "Confirma a carga total do canal na próxima publicação? [S/N]" to ws-mensagem
            perform 9000-mensagem
            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            move zeros                              to ws-nr-apagados

            initialize                              f19400-publicacao-canal
            move lnk-cd-empresa                     to f19400-cd-empresa
            move lnk-cd-filial                      to f19400-cd-filial
            move f-cd-canal                         to f19400-cd-canal
            perform 9000-str-pd19400-grt
            perform 9000-ler-pd19400-nex

            perform until not ws-operacao-ok
                          or f19400-cd-empresa <> lnk-cd-empresa
                          or f19400-cd-filial  <> lnk-cd-filial
                          or f19400-cd-canal   <> f-cd-canal

                 delete pd19400
                 add  1                             to ws-nr-apagados

                 perform 9000-ler-pd19400-nex

            end-perform

            move ws-nr-apagados                     to ws-nr-apagados-x
            move spaces                             to ws-mensagem
            string "Carga total programada - " function trim(ws-nr-apagados-x)
                   " produto(s) serão reenviados!" delimited by size into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2300-aceitar-valores section.

            perform until f-ds-canal <> spaces
                 accept f-ds-canal at line 13 col 34 with update auto-skip
            end-perform

            perform until exit
                 move spaces                        to f-ds-tabela
                 accept f-nr-tabela at line 15 col 34 with update auto-skip
                 if   f-nr-tabela equal zeros
                      exit perform
                 end-if
                 initialize                         f06200-tabela-preco
                 move lnk-cd-empresa                to f06200-cd-empresa
                 move lnk-cd-filial                 to f06200-cd-filial
                 move f-nr-tabela                   to f06200-nr-tabela
                 perform 9000-ler-pd06200-ran
                 if   ws-operacao-ok
                 and  f06200-tabela-ativa
                      move f06200-ds-tabela         to f-ds-tabela
                      display f-ds-tabela at line 15 col 40
                      exit perform
                 end-if
                 move "Tabela de preço inexistente ou inativa!" to ws-mensagem
                 perform 9000-mensagem
            end-perform

            accept f-qtde-margem-seguranca at line 17 col 34 with update auto-skip

            accept f-cd-deposito at line 19 col 34 with update auto-skip

       exit.

      *>=================================================================================
       2400-mover-valores section.

            move f-ds-canal                         to f19300-ds-canal
            move f-nr-tabela                        to f19300-nr-tabela
            move f-qtde-margem-seguranca            to f19300-qtde-margem-seguranca
            move f-cd-deposito                      to f19300-cd-deposito
            move lnk-id-usuario                     to f19300-id-usuario

       exit.

      *>=================================================================================
       2200-localizar-canal section.

            set  ws-canal-encontrado                to false

            perform 8000-limpa-tela

            perform until f-cd-canal <> zeros
                 accept f-cd-canal at line 11 col 34 with update auto-skip
            end-perform

            initialize                              f19300-canal-venda
            move lnk-cd-empresa                     to f19300-cd-empresa
            move lnk-cd-filial                      to f19300-cd-filial
            move f-cd-canal                         to f19300-cd-canal
            perform 9000-ler-pd19300-ran
            if   not ws-operacao-ok
                 move "Canal não cadastrado!"       to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set  ws-canal-encontrado                to true

            move f19300-ds-canal                    to f-ds-canal
            move f19300-nr-tabela                   to f-nr-tabela
            move f19300-qtde-margem-seguranca       to f-qtde-margem-seguranca
            move f19300-cd-deposito                 to f-cd-deposito
            move f19300-id-status                   to f-id-status
            move f19300-hora-ultima-publicacao(1:6) to f-hora-ultima-publicacao
            move f19300-nr-itens-ultima-publicacao  to f-nr-itens-ultima-publicacao
            move f19300-data-ultima-publicacao      to ws-data-inv
            move ws-dia-inv                         to ws-dia
            move ws-mes-inv                         to ws-mes
            move ws-ano-inv                         to ws-ano
            move ws-data                            to f-data-ultima-publicacao

            move spaces                             to f-ds-tabela
            if   f-nr-tabela not equal zeros
                 initialize                         f06200-tabela-preco
                 move lnk-cd-empresa                to f06200-cd-empresa
                 move lnk-cd-filial                 to f06200-cd-filial
                 move f-nr-tabela                   to f06200-nr-tabela
                 perform 9000-ler-pd06200-ran
                 if   ws-operacao-ok
                      move f06200-ds-tabela         to f-ds-tabela
                 end-if
                 move "00"                          to ws-resultado-acesso
            end-if

            perform 8000-tela

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd19300
            close pd19400
            close pd06200

       exit.

      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            move 01                                to ws-nr-coluna

            if   lnk-permite-inclusao
                 move "01 - Inclusao"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if
            if   lnk-permite-consulta
                 move "02 - Consulta"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if
            if   lnk-permite-manutencao
                 move "03 - Manutencao"            to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if
            if   lnk-permite-exclusao
                 move "04 - Exclusao"              to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if
            if   lnk-permite-consulta
                 move "05 - Relatorio"             to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if
            if   lnk-permite-manutencao
                 move "06 - Carga Total"           to ws-ds-funcao
                 string ws-ds-funcao               into lnk-ds-funcao with pointer ws-nr-coluna
            end-if

            move "99 - Retornar"                   to ws-ds-funcao
            string ws-ds-funcao                    into lnk-ds-funcao with pointer ws-nr-coluna

            perform 9000-frame-padrao
            display frm-canal

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                              f-canal

            perform 8000-tela

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00901.cpy. *> Relatório

      *>=================================================================================
      *> Leituras

       copy CSR19300.cpy.
       copy CSR19400.cpy.
       copy CSR06200.cpy.
