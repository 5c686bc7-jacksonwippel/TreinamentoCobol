           02 ped-operador        pic x(20).
           02 ped-situacao        pic x(01).
           02 ped-total           pic 9(9)v99.
           02 ped-cond-pagamento  pic 9(3).
           02 ped-vendedor        pic 9(3).

       fd  campanhas-hist
           label record standard.
           02 cph-data            pic 9(8).
           02 cph-respondeu       pic x(1).
           02 cph-data-resp       pic 9(8).
           02 cph-segmento        pic x(12).

       fd  postagens
           label record standard.
              move aud-ant-valor-anterior to aud-valor-anterior
              move aud-ant-valor-novo    to aud-valor-novo
              move aud-ant-operador      to aud-operador
              move spaces                to aud-origem
              write registro-auditoria
              if   fs-novo = "00"
                   add 1                 to ws-cont-regs
              move oco-ant-texto         to oco-texto
              move oco-ant-retorno       to oco-retorno
              move oco-ant-resolvida     to oco-resolvida
              move zeros                 to oco-data-resolucao
              move spaces                to oco-oper-resolucao
              write registro-ocorrencias
              if   fs-novo = "00"
                   add 1                 to ws-cont-regs
              move ped-ant-operador      to ped-operador
              move ped-ant-situacao      to ped-situacao
              move ped-ant-total         to ped-total
              move zeros                 to ped-cond-pagamento
                                            ped-vendedor
              write registro-pedidos
              if   fs-novo = "00"
                   add 1                 to ws-cont-regs
              move tit-ant-data-baixa    to tit-data-baixa
              move tit-ant-valor-pago    to tit-valor-pago
              move tit-ant-data-remessa  to tit-data-remessa
              move zeros                 to tit-parcela
                                            tit-qtd-parcelas
                                            tit-principal-pago
                                            tit-multa-paga
                                            tit-juros-pago
                                            tit-acordo
              write registro-titulos
              if   fs-novo = "00"
                   add 1                 to ws-cont-regs
              move cph-ant-data          to cph-data
              move cph-ant-respondeu     to cph-respondeu
              move cph-ant-data-resp     to cph-data-resp
              move spaces                to cph-segmento
              write registro-cmp-hist
              if   fs-novo = "00"
                   add 1                 to ws-cont-regs
              move ctl-ant-fil-proximo (ws-idx-filial)
                   to ctl-fil-proximo (ws-idx-filial)
           end-perform
           move zeros                    to ctl-proximo-orcamento
                                            ctl-proximo-acordo
                                            ctl-proximo-nota
           write registro-controle
           add 1                         to ws-cont-regs
           close controle-ant arq-controle
