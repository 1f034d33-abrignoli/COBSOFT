       fd   pd07900.

      *> Conta-corrente de apuração mensal de impostos por empresa/
      *> filial/competência: um registro por imposto (I=ICMS, P=IPI;
      *> B=IBS e C=CBS, gravados pela apuração CS50023S) com débitos
      *> das saídas, créditos das entradas, o saldo credor
      *> herdado do mês anterior e o resultado - valor a recolher ou
      *> saldo credor a transportar. Gravado pela apuração CS50010S,
      *> que pode ser reexecutada enquanto a competência não for
            03 f07900-cd-imposto                   pic x(01).
               88 f07900-imposto-icms                  value "I".
               88 f07900-imposto-ipi                   value "P".
               88 f07900-imposto-ibs                   value "B".
               88 f07900-imposto-cbs                   value "C".
            03 f07900-valor-debitos                pic 9(11)v9(02).
            03 f07900-valor-creditos               pic 9(11)v9(02).
            03 f07900-saldo-credor-anterior        pic 9(11)v9(02).
