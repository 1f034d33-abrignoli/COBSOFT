       fd   pd14700.

      *> Encontro de contas entre títulos a receber (pd02600) e a pagar
      *> (pd02700) do mesmo parceiro - clientes e fornecedores com a
      *> mesma raiz de CNPJ (pessoa física: mesmo CPF). Os títulos
      *> compensados ficam em pd14800 e o termo de compensação é
      *> reimpresso a partir destes dois arquivos.
       01   f14700-encontro-contas.
            03 f14700-cd-empresa                   pic 9(03).
            03 f14700-cd-filial                    pic 9(04).
            03 f14700-nr-encontro                  pic 9(09).
            03 f14700-cd-cliente-referencia        pic 9(09).
            03 f14700-documento-parceiro           pic 9(14).
            03 f14700-data-encontro                pic 9(08).
            03 f14700-valor-compensado             pic 9(11)v9(02).
            03 f14700-nr-titulos-receber           pic 9(03).
            03 f14700-nr-titulos-pagar             pic 9(03).
            03 f14700-id-usuario                   pic x(11).
            03 filler                               pic x(30).
