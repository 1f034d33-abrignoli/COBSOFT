      *> (pd11900) por peso ou por valor, o título entra automático no
      *> contas a pagar e o relatório confronta o custo efetivo por
      *> rota/transportadora com a tabela de frete pd05200.
      *> Na auditoria o frete é recalculado pela tabela vigente na data
      *> de emissão; cobrança acima da tolerância (ou sem tabela) fica
      *> retida - o título nasce bloqueado - até aceite ou contestação.
       01   f11800-conhecimento-frete.
            03 f11800-cd-empresa                   pic 9(03).
            03 f11800-cd-filial                    pic 9(04).
            03 f11800-id-status                    pic x(01).
               88 f11800-cte-lancado                   value "L".
               88 f11800-cte-cancelado                 value "C".
            03 f11800-valor-frete-calculado        pic 9(09)v9(02).
            03 f11800-valor-diferenca              pic s9(09)v9(02).
            03 f11800-id-auditoria                 pic x(01).
               88 f11800-auditoria-ok                  value "O".
               88 f11800-auditoria-retida              value "R".
               88 f11800-auditoria-sem-tabela          value "S".
               88 f11800-auditoria-pendente            value "R" "S".
               88 f11800-diferenca-aceita              value "A".
               88 f11800-frete-contestado              value "T".
            03 f11800-data-auditoria               pic 9(08).
            03 f11800-id-usuario-auditoria         pic x(11).
            03 f11800-ds-motivo-auditoria          pic x(40).
