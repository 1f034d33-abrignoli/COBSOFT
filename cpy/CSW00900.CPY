       78   c-frame-padrao                         value "CS00000F".
       78   c-pesquisar-cep                        value "CS10001P".
       78   c-proximo-documento                    value "CS00105S".
       78   c-servico-senha                        value "CS00147S".
       78   c-segregacao-funcoes                   value "CS00149S".
       78   c-delegacao-alcadas                    value "CS00151S".
       78   c-journal                              value "CS00152S".

       78   c-caracteres-invalidos                 value "«¡√¿¬’”“‘ …⁄‹ŸÕÃŒÁ·„‡‚ıÛÚÙÍÈ˙¸˘ÌÏÓ".
       78   c-caracteres-invalidos-conv            value "CAAAAOOOOEEUUUIIIcaaaaooooeeuuuiii".
            03 ws-mascara-data                     pic x(10)    value "  /  /    ".
            03 ws-nr-segundos                      pic 9(06).

      *>=================================================================================
      *> Journal de transações - preenchido pelas rotinas 9000-gravar,
      *> 9000-regravar e 9000-excluir dos arquivos de dados
       01   ws-parametros-journal.
            03 ws-jrn-tipo-operacao                pic x(01).
               88 ws-jrn-inclusao                      value "I".
               88 ws-jrn-alteracao                     value "A".
               88 ws-jrn-exclusao                      value "E".
            03 ws-jrn-nome-arquivo                 pic x(06).
            03 ws-jrn-cd-programa                  pic x(08).
            03 ws-jrn-imagem-antes                 pic x(600).
            03 ws-jrn-imagem-depois                pic x(600).

      *>=================================================================================
      *> Controle de versão dos cadastros - ws-ver-carimbo tem o mesmo
      *> leiaute dos grupos fNNNNN-controle-versao dos arquivos
       01   ws-controle-versao.
            03 ws-ver-carimbo.
               05 ws-ver-nr-versao                 pic 9(06).
               05 ws-ver-data-versao               pic 9(08).
               05 ws-ver-hora-versao               pic 9(06).
               05 ws-ver-id-usuario-versao         pic x(11).
               05 ws-ver-cd-programa-versao        pic x(08).
            03 ws-ver-carimbo-lido                 pic x(39).
            03 ws-ver-horas                        pic 9(08).
            03 ws-ver-imagem                       pic x(600).
            03 ws-ver-id-alteracao                 pic x(01)    value "N".
               88 ws-versao-alterada                   value "S" false "N".
            03 ws-ver-id-recarregar                pic x(01)    value "N".
               88 ws-versao-recarregar                 value "S" false "N".

      *>=================================================================================
      *> Identificacao dinamica (assign to disk) dos arquivos do sistema
       01   ws-wid-arquivos.
            03 wid-pd13100                         pic x(255).
            03 wid-pd13200                         pic x(255).
            03 wid-pd13300                         pic x(255).
            03 wid-pd13400                         pic x(255).
            03 wid-pd13500                         pic x(255).
            03 wid-pd13600                         pic x(255).
            03 wid-pd13700                         pic x(255).
            03 wid-pd13800                         pic x(255).
            03 wid-pd13900                         pic x(255).
            03 wid-pd14000                         pic x(255).
            03 wid-pd14100                         pic x(255).
            03 wid-pd14200                         pic x(255).
            03 wid-pd14300                         pic x(255).
            03 wid-pd14400                         pic x(255).
            03 wid-pd14500                         pic x(255).
            03 wid-pd14600                         pic x(255).
            03 wid-pd14700                         pic x(255).
            03 wid-pd14800                         pic x(255).
            03 wid-pd14900                         pic x(255).
            03 wid-pd15000                         pic x(255).
            03 wid-pd15100                         pic x(255).
            03 wid-pd15200                         pic x(255).
            03 wid-pd15300                         pic x(255).
            03 wid-pd15400                         pic x(255).
            03 wid-pd15500                         pic x(255).
            03 wid-pd15600                         pic x(255).
            03 wid-pd15700                         pic x(255).
            03 wid-pd15800                         pic x(255).
            03 wid-pd15900                         pic x(255).
            03 wid-pd16000                         pic x(255).
            03 wid-pd16100                         pic x(255).
            03 wid-pd16200                         pic x(255).
            03 wid-pd16300                         pic x(255).
            03 wid-pd16400                         pic x(255).
            03 wid-pd16500                         pic x(255).
            03 wid-pd16600                         pic x(255).
            03 wid-pd16700                         pic x(255).
            03 wid-pd16800                         pic x(255).
            03 wid-pd16900                         pic x(255).
            03 wid-pd17000                         pic x(255).
            03 wid-pd17100                         pic x(255).
            03 wid-pd17200                         pic x(255).
            03 wid-pd17300                         pic x(255).
            03 wid-pd17400                         pic x(255).
            03 wid-pd17500                         pic x(255).
            03 wid-pd17600                         pic x(255).
            03 wid-pd17700                         pic x(255).
            03 wid-pd17800                         pic x(255).
            03 wid-pd17900                         pic x(255).
            03 wid-pd18000                         pic x(255).
            03 wid-pd18100                         pic x(255).
            03 wid-pd18200                         pic x(255).
            03 wid-pd18300                         pic x(255).
            03 wid-pd18400                         pic x(255).
            03 wid-pd18500                         pic x(255).
            03 wid-pd18600                         pic x(255).
            03 wid-pd18700                         pic x(255).
            03 wid-pd18800                         pic x(255).
            03 wid-pd18900                         pic x(255).
            03 wid-pd19000                         pic x(255).
            03 wid-pd19100                         pic x(255).
            03 wid-pd19200                         pic x(255).
            03 wid-pd19300                         pic x(255).
            03 wid-pd19400                         pic x(255).
            03 wid-pd19500                         pic x(255).
            03 wid-pd19600                         pic x(255).
            03 wid-pd19700                         pic x(255).
            03 wid-pd19800                         pic x(255).
            03 wid-pd19900                         pic x(255).
            03 wid-pd20000                         pic x(255).
            03 wid-pd20100                         pic x(255).
            03 wid-pd20200                         pic x(255).
            03 wid-pd20300                         pic x(255).
            03 wid-pd20400                         pic x(255).
            03 wid-pd20500                         pic x(255).
            03 wid-pd05000                         pic x(255).
            03 wid-pd05100                         pic x(255).
            03 wid-pd06000                         pic x(255).
            03 wid-arqremessa                      pic x(255).
            03 wid-arqretorno                      pic x(255).
            03 wid-arqefd                          pic x(255).
            03 wid-arqgnre                         pic x(255).
            03 wid-arqreinf                        pic x(255).
            03 wid-arqrps                          pic x(255).
            03 wid-arqmdfe                         pic x(255).
            03 wid-arqibpt                         pic x(255).
            03 wid-arqtabforn                      pic x(255).
            03 wid-arqliquidacao                   pic x(255).
            03 wid-arqextrato                      pic x(255).
            03 wid-arqcartao                       pic x(255).
            03 wid-arqpedext                       pic x(255).
            03 wid-arqcobranca                     pic x(255).
            03 wid-arqcontabil                     pic x(255).
            03 wid-arqbalanca                      pic x(255).
            03 wid-arqtefreq                       pic x(255).
            03 wid-arqtefresp                      pic x(255).
            03 wid-arqtefcomp                      pic x(255).
            03 wid-arqgarantia                     pic x(255).
            03 wid-arqnotfis                       pic x(255).
            03 wid-arqocoren                       pic x(255).
            03 wid-arqetiqueta                     pic x(255).
            03 wid-arqmodeloetq                    pic x(255).
            03 wid-arqpubestoque                   pic x(255).
            03 wid-arqbi                           pic x(255).
