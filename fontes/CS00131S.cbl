      $set sourceformat"free"
       program-id. CS00131S.
      *>=================================================================================
      *>
      *>   Conversão de Leiaute (uma execução)
      *>   EFD050 / EFD051 / EFD099 / EFD002 / EFD003 / EFD004 / EFD006 /
      *>   EFD007 / EFD010 / EFD014 / EFD015 / EFD016 / EFD017 / EFD018 /
      *>   EFD021 / EFD026 / EFD032 / EFD042 / EFD043 / EFD047 / EFD052 /
      *>   EFD053 / EFD055 / EFD062 / EFD072 / EFD074 / EFD076 / EFD082 /
      *>   EFD084 / EFD091 / EFD093 / EFD106 / EFD118 / EFD131
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS09900.cpy.
       copy CSS00200.cpy.
       copy CSS00300.cpy.
       copy CSS00400.cpy.
       copy CSS00600.cpy.
       copy CSS00700.cpy.
       copy CSS01000.cpy.
       copy CSS01400.cpy.
       copy CSS01500.cpy.
       copy CSS01600.cpy.
       copy CSS01700.cpy.
       copy CSS01800.cpy.
       copy CSS02100.cpy.
       copy CSS02600.cpy.
       copy CSS03200.cpy.
       copy CSS04200.cpy.
       copy CSS04300.cpy.
       copy CSS04700.cpy.
       copy CSS05200.cpy.
       copy CSS05300.cpy.
       copy CSS05500.cpy.
       copy CSS06200.cpy.
       copy CSS07200.cpy.
       copy CSS07400.cpy.
       copy CSS07600.cpy.
       copy CSS08200.cpy.
       copy CSS08400.cpy.
       copy CSS09100.cpy.
       copy CSS09300.cpy.
       copy CSS10600.cpy.
       copy CSS11800.cpy.
       copy CSS13100.cpy.

            select o05000 assign to disk wid-o05000
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o05000-chave
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o05100 assign to disk wid-o05100
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o05100-chave
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o09900 assign to disk wid-o09900
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o09900-chave
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o00200 assign to disk wid-o00200
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o00200-chave =
                                        o00200-cd-empresa
                                        o00200-cd-filial
                                        o00200-id-pais
                 alternate key       is o00200-chave-1 =
                                        o00200-cd-empresa
                                        o00200-cd-filial
                                        o00200-cd-pais
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o00300 assign to disk wid-o00300
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o00300-chave =
                                        o00300-cd-empresa
                                        o00300-cd-filial
                                        o00300-id-estado
                 alternate key       is o00300-chave-1 =
                                        o00300-cd-empresa
                                        o00300-cd-filial
                                        o00300-id-pais
                                        o00300-cd-estado
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o00400 assign to disk wid-o00400
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o00400-chave =
                                        o00400-cd-empresa
                                        o00400-cd-filial
                                        o00400-id-municipio
                 alternate key       is o00400-chave-1 =
                                        o00400-cd-empresa
                                        o00400-cd-filial
                                        o00400-id-estado
                                        o00400-cd-municipio
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o00600 assign to disk wid-o00600
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o00600-chave =
                                        o00600-cd-empresa
                                        o00600-cd-filial
                                        o00600-id-logradouro
                 alternate key       is o00600-chave-1 =
                                        o00600-cd-empresa
                                        o00600-cd-filial
                                        o00600-id-bairro
                                        o00600-cep
                 alternate key       is o00600-chave-2 =
                                        o00600-cd-empresa
                                        o00600-cd-filial
                                        o00600-cep
                                        o00600-id-bairro
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o00700 assign to disk wid-o00700
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o00700-chave =
                                        o00700-cd-empresa
                                        o00700-cd-filial
                 alternate key       is o00700-chave-1 =
                                        o00700-cnpj
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o01000 assign to disk wid-o01000
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o01000-chave =
                                        o01000-cd-empresa
                                        o01000-cd-filial
                                        o01000-cd-perfil
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o01400 assign to disk wid-o01400
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o01400-chave =
                                        o01400-cd-empresa
                                        o01400-cd-filial
                                        o01400-cd-cliente
                 alternate key       is o01400-chave-1 =
                                        o01400-cgc
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o01500 assign to disk wid-o01500
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o01500-chave =
                                        o01500-cd-empresa
                                        o01500-cd-filial
                                        o01500-cd-fornecedor
                 alternate key       is o01500-chave-1 =
                                        o01500-cgc
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o01600 assign to disk wid-o01600
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o01600-chave =
                                        o01600-cd-empresa
                                        o01600-cd-filial
                                        o01600-cd-categoria
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o01700 assign to disk wid-o01700
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o01700-chave =
                                        o01700-cd-empresa
                                        o01700-cd-filial
                                        o01700-cd-material
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o01800 assign to disk wid-o01800
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o01800-chave =
                                        o01800-cd-empresa
                                        o01800-cd-filial
                                        o01800-cd-produto
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o02100 assign to disk wid-o02100
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o02100-chave =
                                        o02100-cd-empresa
                                        o02100-cd-filial
                                        o02100-cd-produto
                                        o02100-data-vigencia
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o02600 assign to disk wid-o02600
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o02600-chave =
                                        o02600-cd-empresa
                                        o02600-cd-filial
                                        o02600-cd-cliente
                                        o02600-numero-documento
                                        o02600-nr-parcela
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o03200 assign to disk wid-o03200
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o03200-chave =
                                        o03200-cd-empresa
                                        o03200-cd-filial
                                        o03200-cd-produto
                                        o03200-cd-fornecedor
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o04200 assign to disk wid-o04200
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o04200-chave =
                                        o04200-cd-empresa
                                        o04200-cd-filial
                                        o04200-cd-motivo
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o04300 assign to disk wid-o04300
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o04300-chave =
                                        o04300-cd-empresa
                                        o04300-cd-filial
                                        o04300-cd-unidade
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o04700 assign to disk wid-o04700
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o04700-chave =
                                        o04700-cd-empresa
                                        o04700-cd-filial
                                        o04700-cd-parametro
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o05200 assign to disk wid-o05200
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o05200-chave =
                                        o05200-cd-empresa
                                        o05200-cd-filial
                                        o05200-cd-transportador
                                        o05200-uf-destino
                                        o05200-peso-ate
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o05300 assign to disk wid-o05300
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o05300-chave =
                                        o05300-cd-empresa
                                        o05300-cd-filial
                                        o05300-cd-vendedor
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o05500 assign to disk wid-o05500
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o05500-chave =
                                        o05500-cd-empresa
                                        o05500-cd-filial
                                        o05500-cd-condicao
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o06200 assign to disk wid-o06200
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o06200-chave =
                                        o06200-cd-empresa
                                        o06200-cd-filial
                                        o06200-nr-tabela
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o07200 assign to disk wid-o07200
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o07200-chave =
                                        o07200-cd-empresa
                                        o07200-cd-filial
                                        o07200-cd-impressora
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o07400 assign to disk wid-o07400
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o07400-chave =
                                        o07400-cd-empresa
                                        o07400-cd-filial
                                        o07400-data-calendario
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o07600 assign to disk wid-o07600
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o07600-chave =
                                        o07600-cd-empresa
                                        o07600-nr-aviso
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o08200 assign to disk wid-o08200
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o08200-chave =
                                        o08200-cd-empresa
                                        o08200-cd-filial
                                        o08200-uf-origem
                                        o08200-uf-destino
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o08400 assign to disk wid-o08400
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o08400-chave =
                                        o08400-cd-empresa
                                        o08400-cd-filial
                                        o08400-cd-natureza
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o09100 assign to disk wid-o09100
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o09100-chave =
                                        o09100-cd-empresa
                                        o09100-cd-filial
                                        o09100-cd-conta
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o09300 assign to disk wid-o09300
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o09300-chave =
                                        o09300-cd-empresa
                                        o09300-cd-filial
                                        o09300-cd-centro
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o10600 assign to disk wid-o10600
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o10600-chave =
                                        o10600-cd-empresa
                                        o10600-cd-filial
                                        o10600-tipo-limite
                                        o10600-cd-referencia
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o11800 assign to disk wid-o11800
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o11800-chave =
                                        o11800-cd-empresa
                                        o11800-cd-filial
                                        o11800-cd-transportador
                                        o11800-nr-cte
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

            select o13100 assign to disk wid-o13100
                 organization        is indexed
                 access mode         is dynamic
                 record key          is o13100-chave =
                                        o13100-cd-empresa
                                        o13100-cd-filial
                                        o13100-cd-agendamento
                 lock mode           is manual
                 file status         is ws-resultado-acesso.

      *>=================================================================================
       data division.

       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF09900.cpy.
       copy CSF00200.cpy.
       copy CSF00300.cpy.
       copy CSF00400.cpy.
       copy CSF00600.cpy.
       copy CSF00700.cpy.
       copy CSF01000.cpy.
       copy CSF01400.cpy.
       copy CSF01500.cpy.
       copy CSF01600.cpy.
       copy CSF01700.cpy.
       copy CSF01800.cpy.
       copy CSF02100.cpy.
       copy CSF02600.cpy.
       copy CSF03200.cpy.
       copy CSF04200.cpy.
       copy CSF04300.cpy.
       copy CSF04700.cpy.
       copy CSF05200.cpy.
       copy CSF05300.cpy.
       copy CSF05500.cpy.
       copy CSF06200.cpy.
       copy CSF07200.cpy.
       copy CSF07400.cpy.
       copy CSF07600.cpy.
       copy CSF08200.cpy.
       copy CSF08400.cpy.
       copy CSF09100.cpy.
       copy CSF09300.cpy.
       copy CSF10600.cpy.
       copy CSF11800.cpy.
       copy CSF13100.cpy.

      *> Leiautes ANTIGOS, lidos dos arquivos renomeados para .OLD:
      *> mestre de notas com 411 bytes, item com 276 bytes e ordem de
      *> serviço com 180 bytes; os cadastros a seguir no tamanho
      *> anterior ao controle de versão do registro. Só as chaves
      *> interessam - o restante é copiado byte a byte para o início do
      *> registro novo. Não alterar.
       fd   o05000.

       01   o05000-mestre-nota-fiscal.
            03 o05000-chave.
               05 o05000-cd-empresa                pic 9(03).
               05 o05000-cd-filial                 pic 9(04).
               05 o05000-tipo-nota                 pic 9(02).
               05 o05000-numero-documento          pic 9(09).
               05 o05000-serie-documento           pic x(03).
            03 filler                               pic x(390).

       fd   o05100.

       01   o05100-item-nota-fiscal.
            03 o05100-chave.
               05 o05100-cd-empresa                pic 9(03).
               05 o05100-cd-filial                 pic 9(04).
               05 o05100-tipo-nota                 pic 9(02).
               05 o05100-numero-documento          pic 9(09).
               05 o05100-serie-documento           pic x(03).
               05 o05100-cd-destinatario           pic 9(09).
               05 o05100-sequencia                 pic 9(09).
            03 filler                               pic x(237).

       fd   o09900.

       01   o09900-ordem-servico.
            03 o09900-chave.
               05 o09900-cd-empresa                pic 9(03).
               05 o09900-cd-filial                 pic 9(04).
               05 o09900-nr-os                     pic 9(09).
            03 filler                               pic x(164).

       fd   o00200.

       01   o00200-pais.
            03 o00200-cd-empresa                   pic 9(03).
            03 o00200-cd-filial                    pic 9(04).
            03 o00200-id-pais                      pic 9(09).
            03 o00200-cd-pais                      pic 9(04).
            03 filler                              pic x(55).

       fd   o00300.

       01   o00300-estado.
            03 o00300-cd-empresa                   pic 9(03).
            03 o00300-cd-filial                    pic 9(04).
            03 o00300-id-estado                    pic 9(09).
            03 o00300-cd-estado                    pic 9(02).
            03 filler                              pic x(57).
            03 o00300-id-pais                      pic 9(09).

       fd   o00400.

       01   o00400-municipio.
            03 o00400-cd-empresa                   pic 9(03).
            03 o00400-cd-filial                    pic 9(04).
            03 o00400-id-municipio                 pic 9(09).
            03 o00400-cd-municipio                 pic 9(07).
            03 filler                              pic x(55).
            03 o00400-id-estado                    pic 9(09).

       fd   o00600.

       01   o00600-logradouro.
            03 o00600-cd-empresa                   pic 9(03).
            03 o00600-cd-filial                    pic 9(04).
            03 o00600-id-logradouro                pic 9(09).
            03 o00600-cep                          pic 9(08).
            03 filler                              pic x(55).
            03 o00600-id-bairro                    pic 9(09).

       fd   o00700.

       01   o00700-empresa.
            03 o00700-cd-empresa                   pic 9(03).
            03 o00700-cd-filial                    pic 9(04).
            03 filler                              pic x(110).
            03 o00700-cnpj                         pic 9(14).
            03 filler                              pic x(128).

       fd   o01000.

       01   o01000-perfil.
            03 o01000-cd-empresa                   pic 9(03).
            03 o01000-cd-filial                    pic 9(04).
            03 o01000-cd-perfil                    pic 9(03).
            03 filler                              pic x(55).

       fd   o01400.

       01   o01400-cliente.
            03 o01400-cd-empresa                   pic 9(03).
            03 o01400-cd-filial                    pic 9(04).
            03 o01400-cd-cliente                   pic 9(09).
            03 filler                              pic x(111).
            03 o01400-cgc                          pic 9(14).
            03 filler                              pic x(172).

       fd   o01500.

       01   o01500-fornecedor.
            03 o01500-cd-empresa                   pic 9(03).
            03 o01500-cd-filial                    pic 9(04).
            03 o01500-cd-fornecedor                pic 9(09).
            03 filler                              pic x(111).
            03 o01500-cgc                          pic 9(14).
            03 filler                              pic x(127).

       fd   o01600.

       01   o01600-categoria-material.
            03 o01600-cd-empresa                   pic 9(03).
            03 o01600-cd-filial                    pic 9(04).
            03 o01600-cd-categoria                 pic 9(09).
            03 filler                              pic x(56).

       fd   o01700.

       01   o01700-material.
            03 o01700-cd-empresa                   pic 9(03).
            03 o01700-cd-filial                    pic 9(04).
            03 o01700-cd-material                  pic 9(09).
            03 filler                              pic x(202).

       fd   o01800.

       01   o01800-produto.
            03 o01800-cd-empresa                   pic 9(03).
            03 o01800-cd-filial                    pic 9(04).
            03 o01800-cd-produto                   pic 9(09).
            03 filler                              pic x(245).

       fd   o02100.

       01   o02100-preco-produto.
            03 o02100-cd-empresa                   pic 9(03).
            03 o02100-cd-filial                    pic 9(04).
            03 o02100-cd-produto                   pic 9(09).
            03 o02100-data-vigencia                pic 9(08).
            03 filler                              pic x(39).

       fd   o02600.

       01   o02600-conta-receber.
            03 o02600-cd-empresa                   pic 9(03).
            03 o02600-cd-filial                    pic 9(04).
            03 o02600-cd-cliente                   pic 9(09).
            03 o02600-numero-documento             pic 9(09).
            03 o02600-nr-parcela                   pic 9(02).
            03 filler                              pic x(91).

       fd   o03200.

       01   o03200-produto-fornecedor.
            03 o03200-cd-empresa                   pic 9(03).
            03 o03200-cd-filial                    pic 9(04).
            03 o03200-cd-produto                   pic 9(09).
            03 o03200-cd-fornecedor                pic 9(09).
            03 filler                              pic x(74).

       fd   o04200.

       01   o04200-motivo-movimento.
            03 o04200-cd-empresa                   pic 9(03).
            03 o04200-cd-filial                    pic 9(04).
            03 o04200-cd-motivo                    pic 9(03).
            03 filler                              pic x(78).

       fd   o04300.

       01   o04300-unidade-medida.
            03 o04300-cd-empresa                   pic 9(03).
            03 o04300-cd-filial                    pic 9(04).
            03 o04300-cd-unidade                   pic 9(02).
            03 filler                              pic x(79).

       fd   o04700.

       01   o04700-parametro.
            03 o04700-cd-empresa                   pic 9(03).
            03 o04700-cd-filial                    pic 9(04).
            03 o04700-cd-parametro                 pic x(20).
            03 filler                              pic x(191).

       fd   o05200.

       01   o05200-tabela-frete.
            03 o05200-cd-empresa                   pic 9(03).
            03 o05200-cd-filial                    pic 9(04).
            03 o05200-cd-transportador             pic 9(09).
            03 o05200-uf-destino                   pic x(02).
            03 o05200-peso-ate                     pic 9(09)v9(04).
            03 filler                              pic x(48).

       fd   o05300.

       01   o05300-vendedor.
            03 o05300-cd-empresa                   pic 9(03).
            03 o05300-cd-filial                    pic 9(04).
            03 o05300-cd-vendedor                  pic 9(04).
            03 filler                              pic x(81).

       fd   o05500.

       01   o05500-condicao-pagamento.
            03 o05500-cd-empresa                   pic 9(03).
            03 o05500-cd-filial                    pic 9(04).
            03 o05500-cd-condicao                  pic 9(03).
            03 filler                              pic x(88).

       fd   o06200.

       01   o06200-tabela-preco.
            03 o06200-cd-empresa                   pic 9(03).
            03 o06200-cd-filial                    pic 9(04).
            03 o06200-nr-tabela                    pic 9(03).
            03 filler                              pic x(82).

       fd   o07200.

       01   o07200-impressora.
            03 o07200-cd-empresa                   pic 9(03).
            03 o07200-cd-filial                    pic 9(04).
            03 o07200-cd-impressora                pic 9(03).
            03 filler                              pic x(164).

       fd   o07400.

       01   o07400-calendario.
            03 o07400-cd-empresa                   pic 9(03).
            03 o07400-cd-filial                    pic 9(04).
            03 o07400-data-calendario              pic 9(08).
            03 filler                              pic x(76).

       fd   o07600.

       01   o07600-aviso.
            03 o07600-cd-empresa                   pic 9(03).
            03 o07600-nr-aviso                     pic 9(06).
            03 filler                              pic x(194).

       fd   o08200.

       01   o08200-aliquota-uf.
            03 o08200-cd-empresa                   pic 9(03).
            03 o08200-cd-filial                    pic 9(04).
            03 o08200-uf-origem                    pic x(02).
            03 o08200-uf-destino                   pic x(02).
            03 filler                              pic x(29).

       fd   o08400.

       01   o08400-natureza-operacao.
            03 o08400-cd-empresa                   pic 9(03).
            03 o08400-cd-filial                    pic 9(04).
            03 o08400-cd-natureza                  pic 9(03).
            03 filler                              pic x(83).

       fd   o09100.

       01   o09100-conta-gerencial.
            03 o09100-cd-empresa                   pic 9(03).
            03 o09100-cd-filial                    pic 9(04).
            03 o09100-cd-conta                     pic 9(05).
            03 filler                              pic x(77).

       fd   o09300.

       01   o09300-centro-custo.
            03 o09300-cd-empresa                   pic 9(03).
            03 o09300-cd-filial                    pic 9(04).
            03 o09300-cd-centro                    pic 9(04).
            03 filler                              pic x(87).

       fd   o10600.

       01   o10600-limite-preco.
            03 o10600-cd-empresa                   pic 9(03).
            03 o10600-cd-filial                    pic 9(04).
            03 o10600-tipo-limite                  pic x(01).
            03 o10600-cd-referencia                pic 9(09).
            03 filler                              pic x(26).

       fd   o11800.

       01   o11800-conhecimento-frete.
            03 o11800-cd-empresa                   pic 9(03).
            03 o11800-cd-filial                    pic 9(04).
            03 o11800-cd-transportador             pic 9(09).
            03 o11800-nr-cte                       pic 9(09).
            03 filler                              pic x(92).

       fd   o13100.

       01   o13100-agendamento-job.
            03 o13100-cd-empresa                   pic 9(03).
            03 o13100-cd-filial                    pic 9(04).
            03 o13100-cd-agendamento               pic 9(04).
            03 filler                              pic x(143).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00131S".
       78   c-descricao-programa                   value "CONVERSAO DE LEIAUTE".

       copy CSW00900.cpy.

       01   ws-wid-arquivos-antigos.
            03 wid-o05000                          pic x(255).
            03 wid-o05100                          pic x(255).
            03 wid-o09900                          pic x(255).
            03 wid-o00200                          pic x(255).
            03 wid-o00300                          pic x(255).
            03 wid-o00400                          pic x(255).
            03 wid-o00600                          pic x(255).
            03 wid-o00700                          pic x(255).
            03 wid-o01000                          pic x(255).
            03 wid-o01400                          pic x(255).
            03 wid-o01500                          pic x(255).
            03 wid-o01600                          pic x(255).
            03 wid-o01700                          pic x(255).
            03 wid-o01800                          pic x(255).
            03 wid-o02100                          pic x(255).
            03 wid-o02600                          pic x(255).
            03 wid-o03200                          pic x(255).
            03 wid-o04200                          pic x(255).
            03 wid-o04300                          pic x(255).
            03 wid-o04700                          pic x(255).
            03 wid-o05200                          pic x(255).
            03 wid-o05300                          pic x(255).
            03 wid-o05500                          pic x(255).
            03 wid-o06200                          pic x(255).
            03 wid-o07200                          pic x(255).
            03 wid-o07400                          pic x(255).
            03 wid-o07600                          pic x(255).
            03 wid-o08200                          pic x(255).
            03 wid-o08400                          pic x(255).
            03 wid-o09100                          pic x(255).
            03 wid-o09300                          pic x(255).
            03 wid-o10600                          pic x(255).
            03 wid-o11800                          pic x(255).
            03 wid-o13100                          pic x(255).

       01   ws-campos-trabalho.
            03 ws-nr-convertidos                   pic 9(09).
            03 ws-nr-convertidos-x                 pic z(08)9.
            03 ws-id-fim-arquivo                   pic x(01).
               88 ws-fim-arquivo                       value "S" false "N".

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

       exit.

      *>=================================================================================
      *> Conversão única dos arquivos cujo registro cresceu:
      *>   EFD050 (mestre de notas)  - base e valores de IBS UF/Mun e CBS
      *>   EFD051 (itens de notas)   - cClassTrib, CST, base, alíquotas
      *>                               e valores de IBS UF/Mun e CBS;
      *>                               CEST, MVA, base, alíquota e valor
      *>                               do ICMS-ST
      *>   EFD099 (ordens de serviço)  - RPS, NFS-e, código de
      *>                               verificação, ISS e NF-e das
      *>                               peças do faturamento
      *>   Cadastros com controle de versão do registro (39 bytes, maior
      *>   que o filler disponível): EFD002, EFD003, EFD004, EFD006,
      *>   EFD007, EFD010, EFD014, EFD015, EFD016, EFD017, EFD018,
      *>   EFD021, EFD032, EFD042, EFD043, EFD047, EFD052, EFD053,
      *>   EFD055, EFD062, EFD072, EFD074, EFD076, EFD082, EFD084,
      *>   EFD091, EFD093, EFD106 e EFD131 - a gravação carimba a
      *>   versão 1 com este programa. Os campos novos que ocuparam o
      *>   filler antigo nascem zerados/em branco:
      *>     EFD018 - cClassTrib, grade e produto pai
      *>     EFD032 - custo de reposição e validade do custo
      *>     EFD052 - início de vigência da faixa de frete
      *>     EFD082 - IE de substituto
      *>     EFD084 - cClassTrib e cálculo de ICMS-ST
      *>   EFD026 (contas a receber)   - desconto, moeda, taxa e valor
      *>                               em moeda estrangeira
      *>   EFD118 (conhecimentos de frete) - frete calculado, diferença
      *>                               e auditoria do conhecimento
      *> Antes de executar, renomear cada EFDnnn.DAT para EFDnnn.OLD no
      *> diretório de dados; o programa regrava o EFDnnn.DAT no leiaute
      *> novo com os campos acrescentados zerados. Arquivo .OLD ausente
      *> é pulado (já convertido ou instalação nova).
       2000-processamento section.

            perform 2100-converter-pd05000
            perform 2200-converter-pd05100
            perform 2300-converter-pd09900
            perform 2400-converter-pd00200
            perform 2410-converter-pd00300
            perform 2420-converter-pd00400
            perform 2430-converter-pd00600
            perform 2440-converter-pd00700
            perform 2450-converter-pd01000
            perform 2460-converter-pd01400
            perform 2470-converter-pd01500
            perform 2480-converter-pd01600
            perform 2490-converter-pd01700
            perform 2500-converter-pd01800
            perform 2510-converter-pd02100
            perform 2520-converter-pd02600
            perform 2530-converter-pd03200
            perform 2540-converter-pd04200
            perform 2550-converter-pd04300
            perform 2560-converter-pd04700
            perform 2570-converter-pd05200
            perform 2580-converter-pd05300
            perform 2590-converter-pd05500
            perform 2600-converter-pd06200
            perform 2610-converter-pd07200
            perform 2620-converter-pd07400
            perform 2630-converter-pd07600
            perform 2640-converter-pd08200
            perform 2650-converter-pd08400
            perform 2660-converter-pd09100
            perform 2670-converter-pd09300
            perform 2680-converter-pd10600
            perform 2690-converter-pd11800
            perform 2700-converter-pd13100

            move "Conversão de leiaute concluída - confira os totais acima e remova os .OLD." to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2100-converter-pd05000 section.

            string lnk-dat-path delimited by "  " "\EFD050.OLD" into wid-o05000
            open input o05000
            if   ws-arquivo-inexistente
                 move "EFD050.OLD não encontrado - conversão do mestre de notas pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD050.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd05000

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o05000 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
      *> Os 411 bytes antigos são idênticos ao início do registro novo
      *> (o filler antigo cai sobre a base de IBS/CBS - zerada abaixo)
                      initialize                    f05000-mestre-nota-fiscal
                      move o05000-mestre-nota-fiscal
                           to f05000-mestre-nota-fiscal(1:411)
                      move zeros                    to f05000-base-ibs-cbs
                      move zeros                    to f05000-valor-ibs-uf
                      move zeros                    to f05000-valor-ibs-mun
                      move zeros                    to f05000-valor-cbs

                      perform 9000-gravar-pd05000
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD050.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o05000
            close pd05000

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD050: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2200-converter-pd05100 section.

            string lnk-dat-path delimited by "  " "\EFD051.OLD" into wid-o05100
            open input o05100
            if   ws-arquivo-inexistente
                 move "EFD051.OLD não encontrado - conversão dos itens de notas pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD051.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd05100

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o05100 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f05100-item-nota-fiscal
                      move o05100-item-nota-fiscal
                           to f05100-item-nota-fiscal(1:276)
                      move spaces                   to f05100-cd-class-trib
                      move zeros                    to f05100-cst-ibs-cbs
                      move zeros                    to f05100-base-ibs-cbs
                      move zeros                    to f05100-aliq-ibs-uf
                      move zeros                    to f05100-valor-ibs-uf
                      move zeros                    to f05100-aliq-ibs-mun
                      move zeros                    to f05100-valor-ibs-mun
                      move zeros                    to f05100-aliq-cbs
                      move zeros                    to f05100-valor-cbs
                      move zeros                    to f05100-cest
                      move zeros                    to f05100-mva-st
                      move zeros                    to f05100-base-icms-st
                      move zeros                    to f05100-aliq-icms-st
                      move zeros                    to f05100-valor-icms-st

                      perform 9000-gravar-pd05100
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD051.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o05100
            close pd05100

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD051: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> OS antiga: o filler final (20 bytes) cai sobre o RPS - os
      *> campos do documento fiscal nascem zerados/em branco, como OS
      *> ainda não faturada por NFS-e
       2300-converter-pd09900 section.

            string lnk-dat-path delimited by "  " "\EFD099.OLD" into wid-o09900
            open input o09900
            if   ws-arquivo-inexistente
                 move "EFD099.OLD não encontrado - conversão das ordens de serviço pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD099.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd09900

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o09900 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f09900-ordem-servico
                      move o09900-ordem-servico
                           to f09900-ordem-servico(1:160)
                      move zeros                    to f09900-nr-rps
                      move spaces                   to f09900-serie-rps
                      move zeros                    to f09900-data-emissao-rps
                      move zeros                    to f09900-valor-iss
                      move zeros                    to f09900-nr-nfse
                      move spaces                   to f09900-cd-verificacao-nfse
                      move spaces                   to f09900-id-status-nfse
                      move spaces                   to f09900-ds-motivo-nfse
                      move zeros                    to f09900-numero-nfe-pecas
                      move spaces                   to f09900-serie-nfe-pecas

                      perform 9000-gravar-pd09900
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD099.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o09900
            close pd09900

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD099: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2400-converter-pd00200 section.

            string lnk-dat-path delimited by "  " "\EFD002.OLD" into wid-o00200
            open input o00200
            if   ws-arquivo-inexistente
                 move "EFD002.OLD não encontrado - conversão de países pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD002.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd00200

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o00200 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f00200-pais
                      move o00200-pais
                           to f00200-pais(1:75)

                      perform 9000-gravar-pd00200
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD002.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o00200
            close pd00200

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD002: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2410-converter-pd00300 section.

            string lnk-dat-path delimited by "  " "\EFD003.OLD" into wid-o00300
            open input o00300
            if   ws-arquivo-inexistente
                 move "EFD003.OLD não encontrado - conversão de estados pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD003.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd00300

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o00300 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f00300-estado
                      move o00300-estado
                           to f00300-estado(1:84)

                      perform 9000-gravar-pd00300
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD003.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o00300
            close pd00300

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD003: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2420-converter-pd00400 section.

            string lnk-dat-path delimited by "  " "\EFD004.OLD" into wid-o00400
            open input o00400
            if   ws-arquivo-inexistente
                 move "EFD004.OLD não encontrado - conversão de municípios pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD004.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd00400

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o00400 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f00400-municipio
                      move o00400-municipio
                           to f00400-municipio(1:87)

                      perform 9000-gravar-pd00400
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD004.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o00400
            close pd00400

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD004: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2430-converter-pd00600 section.

            string lnk-dat-path delimited by "  " "\EFD006.OLD" into wid-o00600
            open input o00600
            if   ws-arquivo-inexistente
                 move "EFD006.OLD não encontrado - conversão de logradouros pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD006.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd00600

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o00600 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f00600-logradouro
                      move o00600-logradouro
                           to f00600-logradouro(1:88)

                      perform 9000-gravar-pd00600
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD006.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o00600
            close pd00600

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD006: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2440-converter-pd00700 section.

            string lnk-dat-path delimited by "  " "\EFD007.OLD" into wid-o00700
            open input o00700
            if   ws-arquivo-inexistente
                 move "EFD007.OLD não encontrado - conversão de empresas pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD007.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd00700

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o00700 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f00700-empresa
                      move o00700-empresa
                           to f00700-empresa(1:259)

                      perform 9000-gravar-pd00700
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD007.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o00700
            close pd00700

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD007: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2450-converter-pd01000 section.

            string lnk-dat-path delimited by "  " "\EFD010.OLD" into wid-o01000
            open input o01000
            if   ws-arquivo-inexistente
                 move "EFD010.OLD não encontrado - conversão de perfis pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD010.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd01000

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o01000 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f01000-perfil
                      move o01000-perfil
                           to f01000-perfil(1:65)

                      perform 9000-gravar-pd01000
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD010.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o01000
            close pd01000

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD010: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2460-converter-pd01400 section.

            string lnk-dat-path delimited by "  " "\EFD014.OLD" into wid-o01400
            open input o01400
            if   ws-arquivo-inexistente
                 move "EFD014.OLD não encontrado - conversão de clientes pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD014.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd01400

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o01400 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f01400-cliente
                      move o01400-cliente
                           to f01400-cliente(1:313)

                      perform 9000-gravar-pd01400
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD014.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o01400
            close pd01400

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD014: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2470-converter-pd01500 section.

            string lnk-dat-path delimited by "  " "\EFD015.OLD" into wid-o01500
            open input o01500
            if   ws-arquivo-inexistente
                 move "EFD015.OLD não encontrado - conversão de fornecedores pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD015.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd01500

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o01500 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f01500-fornecedor
                      move o01500-fornecedor
                           to f01500-fornecedor(1:268)

                      perform 9000-gravar-pd01500
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD015.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o01500
            close pd01500

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD015: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2480-converter-pd01600 section.

            string lnk-dat-path delimited by "  " "\EFD016.OLD" into wid-o01600
            open input o01600
            if   ws-arquivo-inexistente
                 move "EFD016.OLD não encontrado - conversão de categorias de material pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD016.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd01600

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o01600 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f01600-categoria-material
                      move o01600-categoria-material
                           to f01600-categoria-material(1:72)

                      perform 9000-gravar-pd01600
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD016.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o01600
            close pd01600

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD016: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2490-converter-pd01700 section.

            string lnk-dat-path delimited by "  " "\EFD017.OLD" into wid-o01700
            open input o01700
            if   ws-arquivo-inexistente
                 move "EFD017.OLD não encontrado - conversão de materiais pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD017.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd01700

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o01700 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f01700-material
                      move o01700-material
                           to f01700-material(1:218)

                      perform 9000-gravar-pd01700
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD017.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o01700
            close pd01700

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD017: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2500-converter-pd01800 section.

            string lnk-dat-path delimited by "  " "\EFD018.OLD" into wid-o01800
            open input o01800
            if   ws-arquivo-inexistente
                 move "EFD018.OLD não encontrado - conversão de produtos pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD018.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd01800

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o01800 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f01800-produto
                      move o01800-produto
                           to f01800-produto(1:261)
                      move spaces                   to f01800-cd-class-trib
                      move spaces                   to f01800-id-grade
                      move zeros                    to f01800-cd-grade

                      perform 9000-gravar-pd01800
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD018.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o01800
            close pd01800

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD018: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2510-converter-pd02100 section.

            string lnk-dat-path delimited by "  " "\EFD021.OLD" into wid-o02100
            open input o02100
            if   ws-arquivo-inexistente
                 move "EFD021.OLD não encontrado - conversão de preços de produto pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD021.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd02100

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o02100 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f02100-preco-produto
                      move o02100-preco-produto
                           to f02100-preco-produto(1:63)

                      perform 9000-gravar-pd02100
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD021.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o02100
            close pd02100

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD021: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2520-converter-pd02600 section.

            string lnk-dat-path delimited by "  " "\EFD026.OLD" into wid-o02600
            open input o02600
            if   ws-arquivo-inexistente
                 move "EFD026.OLD não encontrado - conversão de contas a receber pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD026.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd02600

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o02600 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f02600-conta-receber
                      move o02600-conta-receber
                           to f02600-conta-receber(1:118)
                      move spaces                   to f02600-id-desconto
                      move spaces                   to f02600-cd-moeda
                      move zeros                    to f02600-taxa-cambio

                      perform 9000-gravar-pd02600
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD026.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o02600
            close pd02600

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD026: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2530-converter-pd03200 section.

            string lnk-dat-path delimited by "  " "\EFD032.OLD" into wid-o03200
            open input o03200
            if   ws-arquivo-inexistente
                 move "EFD032.OLD não encontrado - conversão de produtos por fornecedor pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD032.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd03200

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o03200 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f03200-produto-fornecedor
                      move o03200-produto-fornecedor
                           to f03200-produto-fornecedor(1:99)
                      move zeros                    to f03200-custo-reposicao
                      move zeros                    to f03200-data-validade-custo

                      perform 9000-gravar-pd03200
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD032.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o03200
            close pd03200

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD032: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2540-converter-pd04200 section.

            string lnk-dat-path delimited by "  " "\EFD042.OLD" into wid-o04200
            open input o04200
            if   ws-arquivo-inexistente
                 move "EFD042.OLD não encontrado - conversão de motivos de movimento pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD042.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd04200

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o04200 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f04200-motivo-movimento
                      move o04200-motivo-movimento
                           to f04200-motivo-movimento(1:88)

                      perform 9000-gravar-pd04200
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD042.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o04200
            close pd04200

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD042: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2550-converter-pd04300 section.

            string lnk-dat-path delimited by "  " "\EFD043.OLD" into wid-o04300
            open input o04300
            if   ws-arquivo-inexistente
                 move "EFD043.OLD não encontrado - conversão de unidades de medida pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD043.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd04300

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o04300 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f04300-unidade-medida
                      move o04300-unidade-medida
                           to f04300-unidade-medida(1:88)

                      perform 9000-gravar-pd04300
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD043.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o04300
            close pd04300

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD043: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2560-converter-pd04700 section.

            string lnk-dat-path delimited by "  " "\EFD047.OLD" into wid-o04700
            open input o04700
            if   ws-arquivo-inexistente
                 move "EFD047.OLD não encontrado - conversão de parâmetros pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD047.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd04700

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o04700 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f04700-parametro
                      move o04700-parametro
                           to f04700-parametro(1:218)

                      perform 9000-gravar-pd04700
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD047.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o04700
            close pd04700

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD047: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2570-converter-pd05200 section.

            string lnk-dat-path delimited by "  " "\EFD052.OLD" into wid-o05200
            open input o05200
            if   ws-arquivo-inexistente
                 move "EFD052.OLD não encontrado - conversão de tabelas de frete pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD052.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd05200

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o05200 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f05200-tabela-frete
                      move o05200-tabela-frete
                           to f05200-tabela-frete(1:79)
                      move zeros                    to f05200-data-inicio-vigencia

                      perform 9000-gravar-pd05200
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD052.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o05200
            close pd05200

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD052: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2580-converter-pd05300 section.

            string lnk-dat-path delimited by "  " "\EFD053.OLD" into wid-o05300
            open input o05300
            if   ws-arquivo-inexistente
                 move "EFD053.OLD não encontrado - conversão de vendedores pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD053.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd05300

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o05300 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f05300-vendedor
                      move o05300-vendedor
                           to f05300-vendedor(1:92)

                      perform 9000-gravar-pd05300
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD053.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o05300
            close pd05300

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD053: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2590-converter-pd05500 section.

            string lnk-dat-path delimited by "  " "\EFD055.OLD" into wid-o05500
            open input o05500
            if   ws-arquivo-inexistente
                 move "EFD055.OLD não encontrado - conversão de condições de pagamento pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD055.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd05500

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o05500 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f05500-condicao-pagamento
                      move o05500-condicao-pagamento
                           to f05500-condicao-pagamento(1:98)

                      perform 9000-gravar-pd05500
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD055.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o05500
            close pd05500

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD055: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2600-converter-pd06200 section.

            string lnk-dat-path delimited by "  " "\EFD062.OLD" into wid-o06200
            open input o06200
            if   ws-arquivo-inexistente
                 move "EFD062.OLD não encontrado - conversão de tabelas de preço pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD062.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd06200

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o06200 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f06200-tabela-preco
                      move o06200-tabela-preco
                           to f06200-tabela-preco(1:92)

                      perform 9000-gravar-pd06200
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD062.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o06200
            close pd06200

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD062: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2610-converter-pd07200 section.

            string lnk-dat-path delimited by "  " "\EFD072.OLD" into wid-o07200
            open input o07200
            if   ws-arquivo-inexistente
                 move "EFD072.OLD não encontrado - conversão de impressoras pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD072.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd07200

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o07200 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f07200-impressora
                      move o07200-impressora
                           to f07200-impressora(1:174)

                      perform 9000-gravar-pd07200
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD072.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o07200
            close pd07200

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD072: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2620-converter-pd07400 section.

            string lnk-dat-path delimited by "  " "\EFD074.OLD" into wid-o07400
            open input o07400
            if   ws-arquivo-inexistente
                 move "EFD074.OLD não encontrado - conversão de calendário pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD074.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd07400

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o07400 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f07400-calendario
                      move o07400-calendario
                           to f07400-calendario(1:91)

                      perform 9000-gravar-pd07400
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD074.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o07400
            close pd07400

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD074: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2630-converter-pd07600 section.

            string lnk-dat-path delimited by "  " "\EFD076.OLD" into wid-o07600
            open input o07600
            if   ws-arquivo-inexistente
                 move "EFD076.OLD não encontrado - conversão de avisos pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD076.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd07600

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o07600 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f07600-aviso
                      move o07600-aviso
                           to f07600-aviso(1:203)

                      perform 9000-gravar-pd07600
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD076.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o07600
            close pd07600

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD076: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2640-converter-pd08200 section.

            string lnk-dat-path delimited by "  " "\EFD082.OLD" into wid-o08200
            open input o08200
            if   ws-arquivo-inexistente
                 move "EFD082.OLD não encontrado - conversão de alíquotas por UF pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD082.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd08200

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o08200 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f08200-aliquota-uf
                      move o08200-aliquota-uf
                           to f08200-aliquota-uf(1:40)
                      move spaces                   to f08200-id-ie-substituto

                      perform 9000-gravar-pd08200
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD082.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o08200
            close pd08200

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD082: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2650-converter-pd08400 section.

            string lnk-dat-path delimited by "  " "\EFD084.OLD" into wid-o08400
            open input o08400
            if   ws-arquivo-inexistente
                 move "EFD084.OLD não encontrado - conversão de naturezas de operação pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD084.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd08400

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o08400 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f08400-natureza-operacao
                      move o08400-natureza-operacao
                           to f08400-natureza-operacao(1:93)
                      move spaces                   to f08400-cd-class-trib
                      move spaces                   to f08400-id-calcula-st

                      perform 9000-gravar-pd08400
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD084.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o08400
            close pd08400

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD084: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2660-converter-pd09100 section.

            string lnk-dat-path delimited by "  " "\EFD091.OLD" into wid-o09100
            open input o09100
            if   ws-arquivo-inexistente
                 move "EFD091.OLD não encontrado - conversão de contas gerenciais pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD091.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd09100

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o09100 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f09100-conta-gerencial
                      move o09100-conta-gerencial
                           to f09100-conta-gerencial(1:89)

                      perform 9000-gravar-pd09100
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD091.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o09100
            close pd09100

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD091: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2670-converter-pd09300 section.

            string lnk-dat-path delimited by "  " "\EFD093.OLD" into wid-o09300
            open input o09300
            if   ws-arquivo-inexistente
                 move "EFD093.OLD não encontrado - conversão de centros de custo pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD093.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd09300

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o09300 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f09300-centro-custo
                      move o09300-centro-custo
                           to f09300-centro-custo(1:98)

                      perform 9000-gravar-pd09300
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD093.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o09300
            close pd09300

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD093: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2680-converter-pd10600 section.

            string lnk-dat-path delimited by "  " "\EFD106.OLD" into wid-o10600
            open input o10600
            if   ws-arquivo-inexistente
                 move "EFD106.OLD não encontrado - conversão de limites de preço pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD106.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd10600

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o10600 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f10600-limite-preco
                      move o10600-limite-preco
                           to f10600-limite-preco(1:43)

                      perform 9000-gravar-pd10600
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD106.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o10600
            close pd10600

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD106: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2690-converter-pd11800 section.

            string lnk-dat-path delimited by "  " "\EFD118.OLD" into wid-o11800
            open input o11800
            if   ws-arquivo-inexistente
                 move "EFD118.OLD não encontrado - conversão de conhecimentos de frete pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD118.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd11800

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o11800 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f11800-conhecimento-frete
                      move o11800-conhecimento-frete
                           to f11800-conhecimento-frete(1:117)
                      move zeros                    to f11800-valor-frete-calculado
                      move zeros                    to f11800-valor-diferenca

                      perform 9000-gravar-pd11800
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD118.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o11800
            close pd11800

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD118: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2700-converter-pd13100 section.

            string lnk-dat-path delimited by "  " "\EFD131.OLD" into wid-o13100
            open input o13100
            if   ws-arquivo-inexistente
                 move "EFD131.OLD não encontrado - conversão de agendamentos de jobs pulada." to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            if   not ws-operacao-ok
                 string "Erro de abertura arquivo EFD131.OLD - Status [" ws-resultado-acesso "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 9000-abortar
            end-if

            perform 9000-abrir-o-pd13100

            move zeros                              to ws-nr-convertidos
            set  ws-fim-arquivo                     to false

            perform until ws-fim-arquivo

                 read o13100 next
                 if   not ws-operacao-ok
                      set ws-fim-arquivo            to true
                 else
                      initialize                    f13100-agendamento-job
                      move o13100-agendamento-job
                           to f13100-agendamento-job(1:154)

                      perform 9000-gravar-pd13100
                      if   not ws-operacao-ok
                           string "Erro ao gravar EFD131.DAT convertido - Status [" ws-resultado-acesso "]" into ws-mensagem
                           perform 9000-mensagem
                           perform 9000-abortar
                      end-if
                      add  1                        to ws-nr-convertidos
                 end-if

            end-perform

            close o13100
            close pd13100

            move ws-nr-convertidos                  to ws-nr-convertidos-x
            move spaces                             to ws-mensagem
            string "EFD131: " ws-nr-convertidos-x " registro(s) convertido(s)." into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       3000-finalizacao section.

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR09900.cpy.
       copy CSR00200.cpy.
       copy CSR00300.cpy.
       copy CSR00400.cpy.
       copy CSR00600.cpy.
       copy CSR00700.cpy.
       copy CSR01000.cpy.
       copy CSR01400.cpy.
       copy CSR01500.cpy.
       copy CSR01600.cpy.
       copy CSR01700.cpy.
       copy CSR01800.cpy.
       copy CSR02100.cpy.
       copy CSR02600.cpy.
       copy CSR03200.cpy.
       copy CSR04200.cpy.
       copy CSR04300.cpy.
       copy CSR04700.cpy.
       copy CSR05200.cpy.
       copy CSR05300.cpy.
       copy CSR05500.cpy.
       copy CSR06200.cpy.
       copy CSR07200.cpy.
       copy CSR07400.cpy.
       copy CSR07600.cpy.
       copy CSR08200.cpy.
       copy CSR08400.cpy.
       copy CSR09100.cpy.
       copy CSR09300.cpy.
       copy CSR10600.cpy.
       copy CSR11800.cpy.
       copy CSR13100.cpy.
