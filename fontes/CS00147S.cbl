      $set sourceformat"free"
       program-id. CS00147S.
      *>=================================================================================
      *>
      *>              Serviço de Senhas - Hash SHA-256 com Salt
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

      *>=================================================================================
       data division.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS00147S".
       78   c-descricao-programa                   value "SERVICO DE SENHAS".

      *> Rodadas de SHA-256 sobre o resultado anterior + salt - encarece
      *> a tentativa em massa sem pesar no login
       78   c-nr-iteracoes                         value 100.
       78   c-tam-minimo-senha                     value 6.
       78   c-nr-max-tentativas-senha              value 3.

       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-salt                             pic x(16).
            03 ws-senha-calculo                    pic x(15).
            03 ws-senha-nova                       pic x(15).
            03 ws-senha-confirmacao                pic x(15).
            03 ws-hash-hexa                        pic x(64).
            03 ws-digitos-hexa                     pic x(16) value "0123456789ABCDEF".
            03 ws-nr-semente                       pic 9(09).
            03 ws-nr-aleatorio                     pic 9v9(09).
            03 ws-nr-tentativas                    pic 9(02).
            03 ws-id-semente                       pic x(01) value "N".
               88 ws-semente-iniciada                  value "S".
            03 ws-id-senha-valida                  pic x(01).
               88 ws-senha-valida                      value "S" false "N".

      *> Constantes do SHA-256 (FIPS 180-4): K = parte fracionária da
      *> raiz cúbica dos 64 primeiros primos, H = da raiz quadrada dos 8
      *> primeiros - em decimal, palavra de 32 bits
       01   ws-tabela-k.
            03 filler                              pic 9(10) value 1116352408.
            03 filler                              pic 9(10) value 1899447441.
            03 filler                              pic 9(10) value 3049323471.
            03 filler                              pic 9(10) value 3921009573.
            03 filler                              pic 9(10) value 0961987163.
            03 filler                              pic 9(10) value 1508970993.
            03 filler                              pic 9(10) value 2453635748.
            03 filler                              pic 9(10) value 2870763221.
            03 filler                              pic 9(10) value 3624381080.
            03 filler                              pic 9(10) value 0310598401.
            03 filler                              pic 9(10) value 0607225278.
            03 filler                              pic 9(10) value 1426881987.
            03 filler                              pic 9(10) value 1925078388.
            03 filler                              pic 9(10) value 2162078206.
            03 filler                              pic 9(10) value 2614888103.
            03 filler                              pic 9(10) value 3248222580.
            03 filler                              pic 9(10) value 3835390401.
            03 filler                              pic 9(10) value 4022224774.
            03 filler                              pic 9(10) value 0264347078.
            03 filler                              pic 9(10) value 0604807628.
            03 filler                              pic 9(10) value 0770255983.
            03 filler                              pic 9(10) value 1249150122.
            03 filler                              pic 9(10) value 1555081692.
            03 filler                              pic 9(10) value 1996064986.
            03 filler                              pic 9(10) value 2554220882.
            03 filler                              pic 9(10) value 2821834349.
            03 filler                              pic 9(10) value 2952996808.
            03 filler                              pic 9(10) value 3210313671.
            03 filler                              pic 9(10) value 3336571891.
            03 filler                              pic 9(10) value 3584528711.
            03 filler                              pic 9(10) value 0113926993.
            03 filler                              pic 9(10) value 0338241895.
            03 filler                              pic 9(10) value 0666307205.
            03 filler                              pic 9(10) value 0773529912.
            03 filler                              pic 9(10) value 1294757372.
            03 filler                              pic 9(10) value 1396182291.
            03 filler                              pic 9(10) value 1695183700.
            03 filler                              pic 9(10) value 1986661051.
            03 filler                              pic 9(10) value 2177026350.
            03 filler                              pic 9(10) value 2456956037.
            03 filler                              pic 9(10) value 2730485921.
            03 filler                              pic 9(10) value 2820302411.
            03 filler                              pic 9(10) value 3259730800.
            03 filler                              pic 9(10) value 3345764771.
            03 filler                              pic 9(10) value 3516065817.
            03 filler                              pic 9(10) value 3600352804.
            03 filler                              pic 9(10) value 4094571909.
            03 filler                              pic 9(10) value 0275423344.
            03 filler                              pic 9(10) value 0430227734.
            03 filler                              pic 9(10) value 0506948616.
            03 filler                              pic 9(10) value 0659060556.
            03 filler                              pic 9(10) value 0883997877.
            03 filler                              pic 9(10) value 0958139571.
            03 filler                              pic 9(10) value 1322822218.
            03 filler                              pic 9(10) value 1537002063.
            03 filler                              pic 9(10) value 1747873779.
            03 filler                              pic 9(10) value 1955562222.
            03 filler                              pic 9(10) value 2024104815.
            03 filler                              pic 9(10) value 2227730452.
            03 filler                              pic 9(10) value 2361852424.
            03 filler                              pic 9(10) value 2428436474.
            03 filler                              pic 9(10) value 2756734187.
            03 filler                              pic 9(10) value 3204031479.
            03 filler                              pic 9(10) value 3329325298.
       01   filler redefines ws-tabela-k.
            03 ws-k                                pic 9(10) occurs 64.

       01   ws-tabela-h-inicial.
            03 filler                              pic 9(10) value 1779033703.
            03 filler                              pic 9(10) value 3144134277.
            03 filler                              pic 9(10) value 1013904242.
            03 filler                              pic 9(10) value 2773480762.
            03 filler                              pic 9(10) value 1359893119.
            03 filler                              pic 9(10) value 2600822924.
            03 filler                              pic 9(10) value 0528734635.
            03 filler                              pic 9(10) value 1541459225.
       01   filler redefines ws-tabela-h-inicial.
            03 ws-h-inicial                        pic 9(10) occurs 8.

      *> Palavras de 32 bits em dois formatos: valor (para as somas
      *> módulo 2**32) e bits, do mais para o menos significativo (para
      *> rotações, deslocamentos, XOR, Ch e Maj)
       01   ws-campos-sha.
            03 ws-h                                pic 9(10) comp occurs 8.
            03 ws-msg-byte                         pic 9(03) comp occurs 64.
            03 ws-digest-byte                      pic 9(03) comp occurs 32.
            03 ws-w                                occurs 64.
               05 ws-w-bit                         pic 9(01) occurs 32.
            03 ws-var                              occurs 8.
               05 ws-var-bit                       pic 9(01) occurs 32.
            03 ws-bits-x.
               05 ws-bx                            pic 9(01) occurs 32.
            03 ws-bits-r.
               05 ws-br                            pic 9(01) occurs 32.
            03 ws-nr-valor                         pic 9(12) comp.
            03 ws-nr-quociente                     pic 9(12) comp.
            03 ws-nr-soma                          pic 9(12) comp.
            03 ws-nr-s0                            pic 9(12) comp.
            03 ws-nr-s1                            pic 9(12) comp.
            03 ws-nr-t1                            pic 9(12) comp.
            03 ws-nr-t2                            pic 9(12) comp.
            03 ws-nr-tam-mensagem                  pic 9(03) comp.
            03 ws-nr-desloc-1                      pic 9(02) comp.
            03 ws-nr-desloc-2                      pic 9(02) comp.
            03 ws-nr-desloc-3                      pic 9(02) comp.
            03 ws-id-shr                           pic x(01).
               88 ws-terceiro-shr                      value "S" false "N".
            03 ws-nr-bits-ligados                  pic 9(01) comp.
            03 ws-ix-bit                           pic s9(03) comp.
            03 ws-ix-origem                        pic s9(03) comp.
            03 ws-ix-rodada                        pic 9(03) comp.
            03 ws-ix-palavra                       pic 9(03) comp.
            03 ws-ix-byte                          pic 9(03) comp.
            03 ws-ix-iteracao                      pic 9(05) comp.
            03 ws-ix-hexa                          pic 9(02) comp.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *> A senha em claro só transita aqui e volta apagada; o cadastro
      *> (f00800-senha-protegida) guarda formato + salt + hash.
       01   lk-senha.
            03 lk-sen-funcao                       pic x(01).
               88 lk-sen-gerar                         value "G".
               88 lk-sen-conferir                      value "C".
               88 lk-sen-nova-senha                    value "N".
            03 lk-sen-senha                        pic x(15).
            03 lk-sen-protegida.
               05 lk-sen-id-formato                pic x(01).
                  88 lk-sen-formato-hash               value "H".
               05 lk-sen-salt                      pic x(16).
               05 lk-sen-hash                      pic x(64).
            03 lk-sen-id-retorno                   pic x(01).
               88 lk-sen-ok                            value "S" false "N".

      *>=================================================================================
       procedure division using lnk-par lk-senha.

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

            set  lk-sen-ok                          to false

       exit.

      *>=================================================================================
      *>   G - gera salt novo e o hash de lk-sen-senha em lk-sen-protegida
      *>   C - confere lk-sen-senha contra lk-sen-protegida
      *>   N - pede a nova senha duas vezes na tela (sem eco) e a devolve
      *>       protegida; a senha atual, se vier em lk-sen-protegida, não
      *>       pode ser repetida
       2000-processamento section.

            evaluate true
                 when lk-sen-gerar
                      move lk-sen-senha             to ws-senha-calculo
                      perform 2100-gerar-protegida
                 when lk-sen-conferir
                      perform 2200-conferir-senha
                 when lk-sen-nova-senha
                      perform 2300-nova-senha
            end-evaluate

            move spaces                             to lk-sen-senha
                                                       ws-senha-calculo
                                                       ws-senha-nova
                                                       ws-senha-confirmacao

       exit.

      *>=================================================================================
       2100-gerar-protegida section.

            perform 2110-gerar-salt
            perform 2500-calcular-hash

            set  lk-sen-formato-hash                to true
            move ws-salt                            to lk-sen-salt
            move ws-hash-hexa                       to lk-sen-hash
            set  lk-sen-ok                          to true

       exit.

      *>=================================================================================
      *> 16 dígitos hexadecimais aleatórios - a semente vem do relógio
      *> na primeira chamada do programa
       2110-gerar-salt section.

            if   not ws-semente-iniciada
                 accept ws-data-inv                 from date yyyymmdd
                 accept ws-horas                    from time
                 compute ws-nr-semente = function mod(ws-horas * 7919 + ws-data-inv, 999999937)
                 compute ws-nr-aleatorio = function random(ws-nr-semente)
                 set  ws-semente-iniciada           to true
            end-if

            perform varying ws-ix-byte from 1 by 1 until ws-ix-byte > 16
                 compute ws-ix-hexa = function random * 16 + 1
                 move ws-digitos-hexa(ws-ix-hexa:1) to ws-salt(ws-ix-byte:1)
            end-perform

       exit.

      *>=================================================================================
       2200-conferir-senha section.

            if   not lk-sen-formato-hash
                 exit section
            end-if

            move lk-sen-senha                       to ws-senha-calculo
            move lk-sen-salt                        to ws-salt
            perform 2500-calcular-hash

            if   ws-hash-hexa equal lk-sen-hash
                 set  lk-sen-ok                     to true
            end-if

       exit.

      *>=================================================================================
       2300-nova-senha section.

            move zeros                              to ws-nr-tentativas

            perform until lk-sen-ok
                       or ws-nr-tentativas >= c-nr-max-tentativas-senha

                 add  1                             to ws-nr-tentativas

                 move spaces                        to ws-senha-nova
                                                       ws-senha-confirmacao
                 display "Nova senha..........:"    at line 24 col 03
                 accept ws-senha-nova               at line 24 col 25 secure
                 if   ws-senha-nova equal spaces
                      exit perform
                 end-if
                 display "Confirme a senha....:"    at line 25 col 03
                 accept ws-senha-confirmacao        at line 25 col 25 secure

                 perform 2310-validar-nova-senha

                 if   ws-senha-valida
                      move ws-senha-nova            to ws-senha-calculo
                      perform 2100-gerar-protegida
                 end-if

            end-perform

            display "                                           " at line 24 col 03
            display "                                           " at line 25 col 03

       exit.

      *>=================================================================================
       2310-validar-nova-senha section.

            set  ws-senha-valida                    to false

            if   ws-senha-confirmacao not equal ws-senha-nova
                 move "A confirmação não confere com a nova senha!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   function length(function trim(ws-senha-nova)) < c-tam-minimo-senha
            or   ws-senha-nova(1:1) equal space
                 move "A senha deve ter ao menos 6 caracteres, sem brancos no início!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   lk-sen-formato-hash
                 move ws-senha-nova                 to ws-senha-calculo
                 move lk-sen-salt                   to ws-salt
                 perform 2500-calcular-hash
                 if   ws-hash-hexa equal lk-sen-hash
                      move "A nova senha deve ser diferente da atual!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
            end-if

            set  ws-senha-valida                    to true

       exit.

      *>=================================================================================
      *> Hash de ws-salt + ws-senha-calculo em ws-hash-hexa: a primeira
      *> rodada sobre salt (16) + senha (15, com os brancos à direita),
      *> as seguintes sobre o resultado anterior (32 bytes) + salt.
       2500-calcular-hash section.

            perform varying ws-ix-byte from 1 by 1 until ws-ix-byte > 16
                 compute ws-msg-byte(ws-ix-byte) = function ord(ws-salt(ws-ix-byte:1)) - 1
            end-perform
            perform varying ws-ix-byte from 1 by 1 until ws-ix-byte > 15
                 compute ws-msg-byte(ws-ix-byte + 16) =
                         function ord(ws-senha-calculo(ws-ix-byte:1)) - 1
            end-perform
            move 31                                 to ws-nr-tam-mensagem
            perform 2600-sha256

            perform varying ws-ix-iteracao from 2 by 1
                    until ws-ix-iteracao > c-nr-iteracoes
                 perform varying ws-ix-byte from 1 by 1 until ws-ix-byte > 32
                      move ws-digest-byte(ws-ix-byte) to ws-msg-byte(ws-ix-byte)
                 end-perform
                 perform varying ws-ix-byte from 1 by 1 until ws-ix-byte > 16
                      compute ws-msg-byte(ws-ix-byte + 32) =
                              function ord(ws-salt(ws-ix-byte:1)) - 1
                 end-perform
                 move 48                            to ws-nr-tam-mensagem
                 perform 2600-sha256
            end-perform

            move spaces                             to ws-hash-hexa
            perform varying ws-ix-byte from 1 by 1 until ws-ix-byte > 32
                 divide ws-digest-byte(ws-ix-byte) by 16 giving ws-ix-hexa
                 add  1                             to ws-ix-hexa
                 move ws-digitos-hexa(ws-ix-hexa:1) to ws-hash-hexa(ws-ix-byte * 2 - 1:1)
                 compute ws-ix-hexa = function mod(ws-digest-byte(ws-ix-byte), 16) + 1
                 move ws-digitos-hexa(ws-ix-hexa:1) to ws-hash-hexa(ws-ix-byte * 2:1)
            end-perform

       exit.

      *>=================================================================================
      *> SHA-256 de um único bloco: ws-msg-byte(1..ws-nr-tam-mensagem),
      *> no máximo 55 bytes, resultado em ws-digest-byte(1..32)
       2600-sha256 section.

      *> Preenchimento: 80 hexa, zeros e o tamanho em bits no fim
            compute ws-ix-byte = ws-nr-tam-mensagem + 1
            move 128                                to ws-msg-byte(ws-ix-byte)
            perform varying ws-ix-byte from ws-ix-byte by 1 until ws-ix-byte >= 64
                 move zeros                         to ws-msg-byte(ws-ix-byte + 1)
            end-perform
            compute ws-nr-valor = ws-nr-tam-mensagem * 8
            divide ws-nr-valor by 256 giving ws-msg-byte(63) remainder ws-msg-byte(64)

      *> Agenda das 64 palavras
            perform varying ws-ix-palavra from 1 by 1 until ws-ix-palavra > 16
                 compute ws-ix-byte = ws-ix-palavra * 4 - 3
                 compute ws-nr-valor = ws-msg-byte(ws-ix-byte)     * 16777216
                                     + ws-msg-byte(ws-ix-byte + 1) * 65536
                                     + ws-msg-byte(ws-ix-byte + 2) * 256
                                     + ws-msg-byte(ws-ix-byte + 3)
                 perform 2710-valor-para-bits
                 move ws-bits-r                     to ws-w(ws-ix-palavra)
            end-perform

            perform varying ws-ix-palavra from 17 by 1 until ws-ix-palavra > 64
      *> sigma0(w[t-15]) = ROTR7 ^ ROTR18 ^ SHR3
                 move ws-w(ws-ix-palavra - 15)      to ws-bits-x
                 move 7                             to ws-nr-desloc-1
                 move 18                            to ws-nr-desloc-2
                 move 3                             to ws-nr-desloc-3
                 set  ws-terceiro-shr               to true
                 perform 2720-sigma
                 perform 2700-bits-para-valor
                 move ws-nr-valor                   to ws-nr-s0
      *> sigma1(w[t-2]) = ROTR17 ^ ROTR19 ^ SHR10
                 move ws-w(ws-ix-palavra - 2)       to ws-bits-x
                 move 17                            to ws-nr-desloc-1
                 move 19                            to ws-nr-desloc-2
                 move 10                            to ws-nr-desloc-3
                 perform 2720-sigma
                 perform 2700-bits-para-valor
                 move ws-nr-valor                   to ws-nr-s1

                 move ws-w(ws-ix-palavra - 7)       to ws-bits-r
                 perform 2700-bits-para-valor
                 move ws-nr-valor                   to ws-nr-soma
                 move ws-w(ws-ix-palavra - 16)      to ws-bits-r
                 perform 2700-bits-para-valor
                 compute ws-nr-valor = function mod(ws-nr-s0 + ws-nr-s1 + ws-nr-soma + ws-nr-valor, 4294967296)
                 perform 2710-valor-para-bits
                 move ws-bits-r                     to ws-w(ws-ix-palavra)
            end-perform

      *> Compressão
            perform varying ws-ix-palavra from 1 by 1 until ws-ix-palavra > 8
                 move ws-h-inicial(ws-ix-palavra)   to ws-h(ws-ix-palavra)
                 move ws-h(ws-ix-palavra)           to ws-nr-valor
                 perform 2710-valor-para-bits
                 move ws-bits-r                     to ws-var(ws-ix-palavra)
            end-perform

            set  ws-terceiro-shr                    to false

            perform varying ws-ix-rodada from 1 by 1 until ws-ix-rodada > 64
                 perform 2610-rodada
            end-perform

            perform varying ws-ix-palavra from 1 by 1 until ws-ix-palavra > 8
                 move ws-var(ws-ix-palavra)         to ws-bits-r
                 perform 2700-bits-para-valor
                 compute ws-h(ws-ix-palavra) =
                         function mod(ws-h(ws-ix-palavra) + ws-nr-valor, 4294967296)
                 compute ws-ix-byte = ws-ix-palavra * 4 - 3
                 move ws-h(ws-ix-palavra)           to ws-nr-valor
                 divide ws-nr-valor by 16777216 giving ws-digest-byte(ws-ix-byte) remainder ws-nr-valor
                 divide ws-nr-valor by 65536 giving ws-digest-byte(ws-ix-byte + 1) remainder ws-nr-valor
                 divide ws-nr-valor by 256 giving ws-digest-byte(ws-ix-byte + 2) remainder ws-digest-byte(ws-ix-byte + 3)
            end-perform

       exit.

      *>=================================================================================
      *> Uma rodada: ws-var(1..8) = a, b, c, d, e, f, g, h
       2610-rodada section.

      *> T1 = h + SIGMA1(e) + Ch(e,f,g) + K[t] + W[t]
            move ws-var(5)                          to ws-bits-x
            move 6                                  to ws-nr-desloc-1
            move 11                                 to ws-nr-desloc-2
            move 25                                 to ws-nr-desloc-3
            perform 2720-sigma
            perform 2700-bits-para-valor
            move ws-nr-valor                        to ws-nr-s1

            perform varying ws-ix-bit from 1 by 1 until ws-ix-bit > 32
                 if   ws-var-bit(5, ws-ix-bit) equal 1
                      move ws-var-bit(6, ws-ix-bit) to ws-br(ws-ix-bit)
                 else
                      move ws-var-bit(7, ws-ix-bit) to ws-br(ws-ix-bit)
                 end-if
            end-perform
            perform 2700-bits-para-valor
            move ws-nr-valor                        to ws-nr-t1

            move ws-var(8)                          to ws-bits-r
            perform 2700-bits-para-valor
            move ws-nr-valor                        to ws-nr-soma

            move ws-w(ws-ix-rodada)                 to ws-bits-r
            perform 2700-bits-para-valor

            compute ws-nr-t1 = function mod(ws-nr-soma + ws-nr-s1 + ws-nr-t1
                             + ws-k(ws-ix-rodada) + ws-nr-valor, 4294967296)

      *> T2 = SIGMA0(a) + Maj(a,b,c)
            move ws-var(1)                          to ws-bits-x
            move 2                                  to ws-nr-desloc-1
            move 13                                 to ws-nr-desloc-2
            move 22                                 to ws-nr-desloc-3
            perform 2720-sigma
            perform 2700-bits-para-valor
            move ws-nr-valor                        to ws-nr-s0

            perform varying ws-ix-bit from 1 by 1 until ws-ix-bit > 32
                 compute ws-nr-bits-ligados = ws-var-bit(1, ws-ix-bit)
                                            + ws-var-bit(2, ws-ix-bit)
                                            + ws-var-bit(3, ws-ix-bit)
                 if   ws-nr-bits-ligados >= 2
                      move 1                        to ws-br(ws-ix-bit)
                 else
                      move 0                        to ws-br(ws-ix-bit)
                 end-if
            end-perform
            perform 2700-bits-para-valor
            compute ws-nr-t2 = function mod(ws-nr-s0 + ws-nr-valor, 4294967296)

      *> h = g, g = f, f = e, e = d + T1, d = c, c = b, b = a, a = T1 + T2
            move ws-var(7)                          to ws-var(8)
            move ws-var(6)                          to ws-var(7)
            move ws-var(5)                          to ws-var(6)
            move ws-var(4)                          to ws-bits-r
            perform 2700-bits-para-valor
            compute ws-nr-valor = function mod(ws-nr-valor + ws-nr-t1, 4294967296)
            perform 2710-valor-para-bits
            move ws-bits-r                          to ws-var(5)
            move ws-var(3)                          to ws-var(4)
            move ws-var(2)                          to ws-var(3)
            move ws-var(1)                          to ws-var(2)
            compute ws-nr-valor = function mod(ws-nr-t1 + ws-nr-t2, 4294967296)
            perform 2710-valor-para-bits
            move ws-bits-r                          to ws-var(1)

       exit.

      *>=================================================================================
      *> ws-bits-r -> ws-nr-valor
       2700-bits-para-valor section.

            move zeros                              to ws-nr-valor
            perform varying ws-ix-bit from 1 by 1 until ws-ix-bit > 32
                 compute ws-nr-valor = ws-nr-valor * 2 + ws-br(ws-ix-bit)
            end-perform

       exit.

      *>=================================================================================
      *> ws-nr-valor -> ws-bits-r
       2710-valor-para-bits section.

            perform varying ws-ix-bit from 32 by -1 until ws-ix-bit < 1
                 divide ws-nr-valor by 2 giving ws-nr-quociente remainder ws-br(ws-ix-bit)
                 move ws-nr-quociente               to ws-nr-valor
            end-perform

       exit.

      *>=================================================================================
      *> ws-bits-r = ROTR(x,d1) ^ ROTR(x,d2) ^ ROTR/SHR(x,d3), x em
      *> ws-bits-x - deslocar para a direita n posições é buscar o bit
      *> n posições à esquerda
       2720-sigma section.

            perform varying ws-ix-bit from 1 by 1 until ws-ix-bit > 32

                 compute ws-ix-origem = ws-ix-bit - ws-nr-desloc-1
                 if   ws-ix-origem < 1
                      add  32                       to ws-ix-origem
                 end-if
                 move ws-bx(ws-ix-origem)           to ws-nr-bits-ligados

                 compute ws-ix-origem = ws-ix-bit - ws-nr-desloc-2
                 if   ws-ix-origem < 1
                      add  32                       to ws-ix-origem
                 end-if
                 add  ws-bx(ws-ix-origem)           to ws-nr-bits-ligados

                 compute ws-ix-origem = ws-ix-bit - ws-nr-desloc-3
                 if   ws-ix-origem < 1
                      if   not ws-terceiro-shr
                           add  32                  to ws-ix-origem
                           add  ws-bx(ws-ix-origem) to ws-nr-bits-ligados
                      end-if
                 else
                      add  ws-bx(ws-ix-origem)      to ws-nr-bits-ligados
                 end-if

                 if   ws-nr-bits-ligados equal 1 or 3
                      move 1                        to ws-br(ws-ix-bit)
                 else
                      move 0                        to ws-br(ws-ix-bit)
                 end-if

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            continue

       exit.

      *>=================================================================================
      *> Rotinas Genéricas

       copy CSP00900.cpy.
