       fd   pd16700.

      *> Transações TEF da venda balcão (CS00141S): cada pagamento em
      *> cartão enviado ao cliente TEF, com a resposta da autorizadora
      *> e a NFC-e a que ficou vinculado. Pendente = enviada sem
      *> resposta; aprovada = autorizada, aguardando a NFC-e; sem
      *> confirmação, a recuperação de pendências desfaz ou confirma.
       01   f16700-transacao-tef.
            03 f16700-cd-empresa                   pic 9(03).
            03 f16700-cd-filial                    pic 9(04).
            03 f16700-nr-controle                  pic 9(09).
            03 f16700-data-transacao               pic 9(08).
            03 f16700-hora-transacao               pic 9(06).
            03 f16700-nome-computador              pic x(30).
            03 f16700-id-usuario                   pic x(11).
            03 f16700-valor-transacao              pic 9(09)v9(02).
            03 f16700-id-status                    pic x(01).
               88 f16700-tef-pendente                  value "P".
               88 f16700-tef-aprovada                  value "A".
               88 f16700-tef-confirmada                value "C".
               88 f16700-tef-negada                    value "N".
               88 f16700-tef-desfeita                  value "D".
            03 f16700-nsu                          pic x(12).
            03 f16700-cd-autorizacao               pic x(12).
            03 f16700-bandeira                     pic x(20).
            03 f16700-rede                         pic x(20).
            03 f16700-nr-parcelas                  pic 9(02).
            03 f16700-numero-documento             pic 9(09).
            03 f16700-serie-documento              pic x(03).
            03 f16700-data-resolucao               pic 9(08).
            03 filler                               pic x(20).
