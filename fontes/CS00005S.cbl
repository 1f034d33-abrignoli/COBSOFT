            03 ws-nr-ultimo-processado              pic 9(07)   value zeros.
            03 ws-nr-passe-atual                    pic 9(05)   value zeros.
            03 ws-nr-ultimo-passe                   pic 9(05)   value zeros.
            03 ws-senha-teste                       pic x(90).
            03 ws-nr-espacos-senha                  pic 9(03)   value zeros.
            03 ws-id-senha-importada                pic x(01).
               88 ws-senha-importada-valida             value "S" false "N".
            03 ws-nr-registros-com-erro             pic 9(07)   value zeros.

       01   r01.

       01   r09.
            03 r09-id-usuario-x                    pic x(11).
      *> Nunca a senha em claro: a imagem de f00800-senha-protegida
      *> ("H" + salt + hash, 81 posições) ou PROVISORIA - o usuário entra
      *> em aprovação, sem senha, e define a sua na recuperação de login
            03 r09-senha-x                         pic x(90).
               88 r09-senha-provisoria                 value "PROVISORIA".
            03 r09-nome-usuario-x                  pic x(55).
            03 r09-data-nascimento-x               pic x(08).
            03 r09-sexo-x                          pic x(01).
            initialize                                       r09
            
            unstring ws-conte-registro delimited by ";" into r09-id-usuario-x
                                                             r09-senha-x
                                                             r09-nome-usuario-x
                                                             r09-data-nascimento-x
                                                             r09-sexo-x
                                                             r09-email-x
                                                             r09-id-perfil-especial
            
            perform 9000-validar-senha-importada
            if   not ws-senha-importada-valida
                 move spaces                                 to ws-conte-registro
                 string r09-id-usuario-x delimited by space ";*" delimited by size
                        into ws-conte-registro
                 move "Senha deve vir como hash (H + salt + hash) ou PROVISORIA - registro rejeitado" to ws-mensagem
                 perform 9000-registrar-erro-importacao
                 exit section
            end-if

            initialize                                       f00800-usuario
            move function numval(r09-id-usuario-x)           to f00800-id-usuario
            if   not r09-senha-provisoria
                 move r09-senha-x                            to f00800-senha-protegida
            end-if
            move r09-nome-usuario-x                          to f00800-nome-usuario
            move function numval(r09-data-nascimento-x)      to ws-data
            move ws-dia                                      to ws-dia-inv                                                                                           
            move r09-sexo-x                                  to f00800-sexo
            move r09-email-x                                 to f00800-email
            set  f00800-permite-atribuir-acesso              to true
            if   r09-senha-provisoria
                 set  f00800-em-aprovacao                    to true
            else
                 set  f00800-ativo                           to true
            end-if
            set  f00800-trocar-senha                         to true
            move r09-id-perfil-especial                      to f00800-id-perfil-especial
            accept ws-data-inv                               from date yyyymmdd
                     
       exit.
       
      *>=================================================================================
      *> Aceita só PROVISORIA ou "H" + 16 + 64 dígitos hexadecimais
      *> (maiúsculos), sem nada depois
       9000-validar-senha-importada section.

            set  ws-senha-importada-valida                   to false

            if   r09-senha-provisoria
                 set  ws-senha-importada-valida              to true
                 exit section
            end-if

            if   r09-senha-x(1:1) not equal "H"
            or   r09-senha-x(82:) not equal spaces
                 exit section
            end-if

      *> Sal e hash ocupam as 80 posições - espaço no meio não é hex
            move zeros                                       to ws-nr-espacos-senha
            inspect r09-senha-x(2:80) tallying ws-nr-espacos-senha for all space
            if   ws-nr-espacos-senha not equal zeros
                 exit section
            end-if

            move r09-senha-x(2:80)                           to ws-senha-teste
            inspect ws-senha-teste converting "0123456789ABCDEF" to "                "
            if   ws-senha-teste equal spaces
            and  r09-senha-x(81:1) not equal space
                 set  ws-senha-importada-valida              to true
            end-if

       exit.

      *>================================================================================= 
       9000-usuario-empresas section.
       
