         copy slvendedor.cpy.
         copy slpostagem.cpy.
         copy slconsent.cpy.
         copy slmovest.cpy.
         copy slcondpag.cpy.
         copy slparfin.cpy.
         copy slpagtos.cpy.
         copy slcomissao.cpy.
         copy slcredito.cpy.
         copy slorcam.cpy.
         copy slcedente.cpy.
         copy slregua.cpy.
         copy slacordo.cpy.
         copy slferiado.cpy.
         copy slmovtit.cpy.
         copy slcontabil.cpy.
         copy slrfm.cpy.
         copy slanalise.cpy.
         copy slindic.cpy.
         copy slcontrato.cpy.
         copy slpreco.cpy.
         copy slextrato.cpy.
         copy slnotas.cpy.
         copy slconcil.cpy.
         copy slnegativ.cpy.
         copy slfluxo.cpy.
         copy slativ.cpy.

       data division.
         copy fdcadcli.cpy.
         copy fdvendedor.cpy.
         copy fdpostagem.cpy.
         copy fdconsent.cpy.
         copy fdmovest.cpy.
         copy fdcondpag.cpy.
         copy fdparfin.cpy.
         copy fdpagtos.cpy.
         copy fdcomissao.cpy.
         copy fdcredito.cpy.
         copy fdorcam.cpy.
         copy fdcedente.cpy.
         copy fdregua.cpy.
         copy fdacordo.cpy.
         copy fdferiado.cpy.
         copy fdmovtit.cpy.
         copy fdcontabil.cpy.
         copy fdrfm.cpy.
         copy fdanalise.cpy.
         copy fdindic.cpy.
         copy fdcontrato.cpy.
         copy fdpreco.cpy.
         copy fdextrato.cpy.
         copy fdnotas.cpy.
         copy fdconcil.cpy.
         copy fdnegativ.cpy.
         copy fdfluxo.cpy.
         copy fdativ.cpy.

       working-storage section.
       78 relatorio-impressao                     value "impressao".
          03 ws-opcao-dialogo-rel               pic x(01) value spaces.
          03 ws-destino-rel                     pic x(01) value "I".
          03 ws-copias-rel                      pic 9(02) value 1.
          03 ws-titulo-doc-rel                  pic x(20) value spaces.

       77 wnum-copias                           pic 9(02) value 1.

       01 ws-serial-hoje             pic 9(7)  value zeros.
       01 ws-serial-corte            pic s9(7) value zeros.
       01 ws-serial-arq              pic 9(7)  value zeros.
       01 ws-dir-handle              pic x(4) comp-5 value zeros.
       01 ws-nome-arq-dir            pic x(256) value spaces.
       01 ws-nome-completo-dir       pic x(270) value spaces.
          03 ant-motivo-situacao         pic x(50).
          03 ant-filial                  pic 9(2).
          03 ant-cod-vendedor            pic 9(3).
          03 ant-limite-credito          pic 9(9)v99.
          03 filler                      pic x(02).
       01 ws-operador-auditoria          pic x(20) value spaces.
       01 ws-dt-ant-edit                 pic x(10) value spaces.
       01 ws-dt-novo-edit                pic x(10) value spaces.
          02 wnome-produto       pic x(30).
          02 wpreco-produto      pic 9(7)v99 value zeros.
          02 wsit-produto        pic x(01).
          02 wmin-produto        pic 9(7) value zeros.
          02 wmax-produto        pic 9(7) value zeros.
          02 wcom-produto        pic 9(2)v99 value zeros.
          02 wncm-produto        pic x(08).
          02 wcfop-produto       pic 9(4) value zeros.
          02 wund-produto        pic x(03).
          02 wicms-produto       pic 9(2)v99 value zeros.
          02 wipi-produto        pic 9(2)v99 value zeros.
          02 wpis-produto        pic 9(2)v99 value zeros.
          02 wcofins-produto     pic 9(2)v99 value zeros.
       01 ws-flag-produto-em-uso         pic x value "N".
          88 produto-em-uso                           value "S".
       01 ws-ped-cliente                 pic 9(7) value zeros.
       01 ws-flag-sair-pedido            pic x value "N".
          88 sair-pedido                              value "S".

      *>  stock: the balance lives on the produto, every change to it
      *>  leaves a movement (E entrada, V venda, A ajuste de
      *>  inventario, D devolucao) through 2245.
       01 fs-movest                      pic x(02) value spaces.
       01 ws-opcao-estoque               pic 9(1) value zeros.
       01 ws-mov-produto                 pic 9(4) value zeros.
       01 ws-mov-tipo                    pic x(1) value spaces.
       01 ws-mov-qtde                    pic s9(7) value zeros.
       01 ws-mov-documento               pic 9(6) value zeros.
       01 ws-mov-historico               pic x(30) value spaces.
       01 ws-qtde-mov                    pic 9(7) value zeros.
       01 ws-qtde-contada                pic 9(7) value zeros.
       01 ws-saldo-edit                  pic zzzzzz9 value zeros.
       01 ws-qtde-edit                   pic -zzzzzz9 value zeros.
       01 ws-prd-rel                     pic 9(4) value zeros.
       01 ws-valor-estoque               pic 9(11)v99 value zeros.
       01 ws-total-estoque               pic 9(11)v99 value zeros.
       01 ws-sugestao-compra             pic 9(7) value zeros.
       01 ws-cont-prd-rel                pic 9(5) value zeros.
       01 ws-flag-sair-inventario        pic x value "N".
          88 sair-inventario                          value "S".

      *>  payment conditions: parcelas, days to the first one, days
      *>  between them and an optional entrada (percent of the
      *>  pedido, due on the pedido date).
       01 fs-condpag                     pic x(02) value spaces.
       01 ws-reg-condicao.
          02 wcod-cpg            pic 9(3) value zeros.
          02 wdesc-cpg           pic x(30).
          02 wparc-cpg           pic 9(2) value zeros.
          02 wdias-cpg           pic 9(3) value zeros.
          02 wintv-cpg           pic 9(3) value zeros.
          02 wentr-cpg           pic 9(3)v99 value zeros.
          02 wsit-cpg            pic x(01).
       01 ws-ped-cond-pagto              pic 9(3) value zeros.
       01 ws-flag-cpg-em-uso             pic x value "N".
          88 condicao-em-uso                          value "S".
       01 ws-valor-entrada               pic 9(9)v99 value zeros.
       01 ws-valor-parcela               pic 9(9)v99 value zeros.
       01 ws-valor-restante              pic 9(9)v99 value zeros.
       01 ws-idx-parcela                 pic 9(2) comp-5 value zeros.
       01 ws-qtd-parc-gerar              pic 9(2) value zeros.
       01 ws-parc-edit                   pic z9 value zeros.
       01 ws-pct-edit                    pic zz9.99 value zeros.

      *>  late-payment charges: multa (percent, once) and juros de
      *>  mora (percent per day) after the carencia, kept in
      *>  param_financeiro.dat (created with the defaults below).
       01 fs-param-fin                   pic x(02) value spaces.
       01 ws-pfn-multa-pct               pic 9(2)v99 value 2.
       01 ws-pfn-juros-dia-pct           pic 9(1)v9999 value 0.0333.
       01 ws-pfn-carencia                pic 9(2) value zeros.
       01 ws-pfn-praca-uf                pic x(02) value spaces.
       01 ws-pfn-praca-cidade            pic 9(4) value zeros.
       01 ws-data-ref-encargos           pic 9(8) value zeros.
       01 ws-base-encargos               pic 9(9)v99 value zeros.
       01 ws-dias-atraso-enc             pic s9(5) value zeros.
       01 ws-valor-multa                 pic 9(7)v99 value zeros.
       01 ws-valor-juros                 pic 9(7)v99 value zeros.
       01 ws-valor-atualizado            pic 9(9)v99 value zeros.
       01 ws-saldo-reparte               pic 9(9)v99 value zeros.
       01 ws-pago-principal              pic 9(9)v99 value zeros.
       01 ws-pago-multa                  pic 9(7)v99 value zeros.
       01 ws-pago-juros                  pic 9(7)v99 value zeros.
       01 ws-dias-edit                   pic -zzzz9 value zeros.
       01 ws-taxa-edit                   pic 9.9999 value zeros.
       01 ws-data-inicio-juros           pic 9(8) value zeros.
       01 ws-dias-juros                  pic s9(5) value zeros.

      *>  payments: every amount received against a titulo is a
      *>  record in pagamentos.dat (origem B balcao, C retorno CNAB,
      *>  A acordo, E extrato bancario); the titulo keeps the
      *>  running totals and stays open until its principal is
      *>  covered.
       01 fs-pagamentos                  pic x(02) value spaces.
       01 ws-pgt-origem                  pic x(1) value spaces.
       01 ws-saldo-titulo                pic 9(9)v99 value zeros.
       01 ws-cont-pgto                   pic 9(3) value zeros.
       01 ws-lin-pgto                    pic 9(2) value zeros.
       01 ws-at-pgto                     pic 9(4) value zeros.
       01 ws-data-edit                   pic x(10) value spaces.
       01 ws-origem-desc                 pic x(8) value spaces.

      *>  credit: limite-credito on the client (blank or zero = no
      *>  limit); exposure is the open balance of the client's
      *>  titulos plus the pedido being keyed.  going over needs a
      *>  supervisor, and the release is written to the audit trail.
       01 ws-limite-cliente              pic 9(9)v99 value zeros.
       01 ws-exposicao-cliente           pic 9(11)v99 value zeros.
       01 ws-exposicao-pedido            pic 9(11)v99 value zeros.
       01 ws-novo-limite                 pic 9(9)v99 value zeros.
       01 ws-flag-credito-liberado       pic x value "N".
          88 credito-liberado                         value "S".
       01 ws-flag-autorizado             pic x value "N".
          88 supervisor-autorizou                     value "S".
       01 ws-login-autorizador           pic x(20) value spaces.
       01 ws-msg-autoriza                pic x(31) value
          "Liberar acima do limite [S/N]: ".
       01 ws-pct-alerta-credito          pic 9(3) value 80.
       01 ws-pct-uso-credito             pic 9(5)v99 value zeros.
       01 ws-tab-credito.
          03 ws-crd-ent occurs 2000.
             05 ws-crd-codigo            pic 9(7).
             05 ws-crd-limite            pic 9(9)v99.
             05 ws-crd-exposicao         pic 9(11)v99.
       01 ws-qtd-credito                 pic 9(4) comp-5 value zeros.
       01 ws-idx-credito                 pic 9(4) comp-5 value zeros.
       01 ws-cont-credito-rel            pic 9(5) value zeros.
       01 fs-comissoes                   pic x(02) value spaces.
       01 fs-com-periodos                pic x(02) value spaces.
       01 ws-opcao-comissao              pic 9 value zeros.
       01 ws-ped-vendedor                pic 9(3) value zeros.
       01 ws-com-periodo                 pic 9(6) value zeros.
       01 ws-com-periodo-r redefines ws-com-periodo.
          02 ws-com-ano          pic 9(4).
          02 ws-com-mes          pic 9(2).
       01 ws-com-periodo-atual           pic 9(6) value zeros.
       01 ws-com-periodo-edit            pic x(07) value spaces.
       01 ws-com-hoje                    pic 9(8) value zeros.
       01 ws-com-hoje-r redefines ws-com-hoje.
          02 ws-com-hoje-ano     pic 9(4).
          02 ws-com-hoje-mes     pic 9(2).
          02 ws-com-hoje-dia     pic 9(2).
       01 ws-com-data-ini                pic 9(8) value zeros.
       01 ws-com-data-fim                pic 9(8) value zeros.
       01 ws-com-data-ref                pic 9(8) value zeros.
       01 ws-com-cliente                 pic 9(7) value zeros.
       01 ws-com-pedido                  pic 9(6) value zeros.
       01 ws-com-vendedor                pic 9(3) value zeros.
       01 ws-com-vdd-atual               pic 9(3) value zeros.
       01 ws-com-pct-vendedor            pic 9(2)v99 value zeros.
       01 ws-com-pct-item                pic 9(2)v99 value zeros.
       01 ws-com-taxa                    pic 9(2)v9999 value zeros.
       01 ws-com-soma-valor              pic 9(11)v99 value zeros.
       01 ws-com-soma-ponderada          pic 9(13)v9999 value zeros.
       01 ws-com-valor                   pic 9(7)v99 value zeros.
       01 ws-com-qtd-total               pic 9(5) value zeros.
       01 ws-com-base-total              pic 9(11)v99 value zeros.
       01 ws-com-total                   pic 9(9)v99 value zeros.
       01 ws-com-operador                pic x(20) value spaces.
       01 ws-flag-com-achou              pic x value "N".
          88 com-achou                                value "S".
       01 ws-flag-com-primeiro           pic x value "S".
          88 com-primeiro-vendedor                    value "S".
      *>  per-vendedor totals of one period, subscripted by the
      *>  vendedor code itself.
       01 ws-tab-com-vdd.
          03 ws-cvd-ent occurs 999.
             05 ws-cvd-qtd               pic 9(5).
             05 ws-cvd-base              pic 9(11)v99.
             05 ws-cvd-valor             pic 9(9)v99.
       01 ws-idx-com                     pic 9(4) comp-5 value zeros.
       01 fs-creditos                    pic x(02) value spaces.
       01 ws-dev-pedido                  pic 9(6) value zeros.
       01 ws-dev-cliente                 pic 9(7) value zeros.
       01 ws-dev-seq                     pic 9(2) value zeros.
       01 ws-dev-qtde                    pic 9(5) value zeros.
       01 ws-dev-saldo-qtde              pic 9(5) value zeros.
       01 ws-dev-qtde-edit               pic zzzz9 value zeros.
       01 ws-dev-valor                   pic 9(9)v99 value zeros.
       01 ws-dev-valor-total             pic 9(9)v99 value zeros.
       01 ws-dev-estornar                pic 9(9)v99 value zeros.
       01 ws-dev-reducao                 pic 9(9)v99 value zeros.
       01 ws-dev-credito                 pic 9(9)v99 value zeros.
       01 ws-dev-motivo                  pic x(40) value spaces.
       01 ws-dev-tipo                    pic x value spaces.
          88 dev-cancelamento                         value "C".
       01 ws-dev-lin                     pic 9(2) value zeros.
       01 ws-dev-at                      pic 9(4) value zeros.
       01 ws-dev-aud-campo               pic x(20) value spaces.
       01 ws-dev-aud-anterior            pic x(50) value spaces.
       01 ws-dev-aud-novo                pic x(50) value spaces.
       01 ws-flag-dev-itens-abertos      pic x value "N".
          88 dev-ha-itens-abertos                     value "S".
       01 ws-tab-tit-dev.
          03 ws-tdv-numero occurs 99     pic 9(6).
       01 ws-qtd-tit-dev                 pic 9(4) comp-5 value zeros.
       01 ws-idx-tit-dev                 pic 9(4) comp-5 value zeros.
       01 ws-cre-seq                     pic 9(3) value zeros.
       01 ws-dev-pago-pedido             pic 9(9)v99 value zeros.
       01 ws-dev-credito-anterior        pic 9(9)v99 value zeros.
       01 ws-dev-limite-acordo           pic 9(9)v99 value zeros.
       01 ws-dev-sobra                   pic 9(9)v99 value zeros.
       01 ws-tab-aco-dev.
          03 ws-adv-numero occurs 20     pic 9(6).
       01 ws-qtd-aco-dev                 pic 9(4) comp-5 value zeros.
       01 ws-idx-aco-dev                 pic 9(4) comp-5 value zeros.
       01 fs-orcamentos                  pic x(02) value spaces.
       01 fs-orc-itens                   pic x(02) value spaces.
       01 ws-opcao-orcamento             pic 9 value zeros.
       01 ws-orc-numero                  pic 9(6) value zeros.
       01 ws-orc-cliente                 pic 9(7) value zeros.
       01 ws-orc-vendedor                pic 9(3) value zeros.
       01 ws-orc-seq-item                pic 9(2) value zeros.
       01 ws-orc-qtde                    pic 9(5) value zeros.
       01 ws-orc-total                   pic 9(9)v99 value zeros.
       01 ws-orc-total-atual             pic 9(9)v99 value zeros.
       01 ws-orc-validade-dias           pic 9(3) value zeros.
       01 ws-orc-hoje                    pic 9(8) value zeros.
       01 ws-orc-lin                     pic 9(2) value zeros.
       01 ws-orc-at                      pic 9(4) value zeros.
       01 ws-orc-recusa                  pic x(50) value spaces.
       01 ws-cont-orc-rel                pic 9(5) value zeros.
       01 ws-flag-sair-orcamento         pic x value "N".
          88 sair-orcamento                           value "S".
       01 ws-flag-orc-ok                 pic x value "N".
          88 orcamento-convertivel                    value "S".
      *>  boletos: cedente data from param_cedente.dat, the 44-digit
      *>  barcode and the linha digitavel built from it.
       01 fs-param-ced                   pic x(02) value spaces.
       01 ws-ced-dados.
          03 ws-ced-banco                pic 9(3) value zeros.
          03 ws-ced-banco-dv             pic 9(1) value zeros.
          03 ws-ced-nome                 pic x(40) value spaces.
          03 ws-ced-cnpj                 pic x(14) value spaces.
          03 ws-ced-agencia              pic 9(4) value zeros.
          03 ws-ced-agencia-dv           pic x(1) value spaces.
          03 ws-ced-conta                pic 9(7) value zeros.
          03 ws-ced-conta-dv             pic x(1) value spaces.
          03 ws-ced-carteira             pic 9(2) value zeros.
          03 ws-ced-local-pagto          pic x(50) value spaces.
          03 ws-ced-instrucao            pic x(60) value spaces.
       01 ws-flag-ced-ok                 pic x value "N".
          88 cedente-configurado                      value "S".
       01 ws-opcao-boleto                pic 9 value zeros.
       01 ws-bol-titulo                  pic 9(6) value zeros.
       01 ws-bol-remessa                 pic 9(8) value zeros.
       01 ws-bol-fator                   pic s9(7) value zeros.
       01 ws-bol-barras.
          03 ws-bol-bar-banco            pic 9(3) value zeros.
          03 ws-bol-bar-moeda            pic 9(1) value 9.
          03 ws-bol-bar-dv               pic 9(1) value zeros.
          03 ws-bol-bar-fator            pic 9(4) value zeros.
          03 ws-bol-bar-valor            pic 9(10) value zeros.
          03 ws-bol-bar-livre.
             05 ws-bol-liv-agencia       pic 9(4) value zeros.
             05 ws-bol-liv-carteira      pic 9(2) value zeros.
             05 ws-bol-liv-nosso-num     pic 9(11) value zeros.
             05 ws-bol-liv-conta         pic 9(7) value zeros.
             05 ws-bol-liv-zero          pic 9(1) value zeros.
       01 ws-bol-barras-x redefines ws-bol-barras pic x(44).
       01 ws-bol-campo1                  pic x(9) value spaces.
       01 ws-bol-dv1                     pic 9(1) value zeros.
       01 ws-bol-dv2                     pic 9(1) value zeros.
       01 ws-bol-dv3                     pic 9(1) value zeros.
       01 ws-bol-linha-dig               pic x(54) value spaces.
       01 ws-bol-linha-rel               pic x(132) value spaces.
       01 ws-bol-saida                   pic x value "R".
          88 boleto-no-relatorio                      value "R".
          88 boleto-no-arquivo-mail                   value "M".
       01 ws-bol-arq                     pic x(250) value spaces.
       01 ws-pasta-boletos               pic x(10) value "boletos/".
       01 ws-bol-email                   pic x value "N".
          88 boleto-por-email                         value "S".
       01 ws-flag-bol-email-ok           pic x value "N".
          88 boleto-enviado                           value "S".
       01 ws-bol-cont                    pic 9(5) value zeros.
       01 ws-bol-cont-email              pic 9(5) value zeros.
       01 ws-bol-cont-falha              pic 9(5) value zeros.
       01 ws-bol-motivo                  pic x(40) value spaces.
      *>  modulo 10 / modulo 11 over the first ws-mod-tam digits of
      *>  ws-mod-campo, weights taken from the rightmost digit.
       01 ws-mod-campo                   pic x(44) value spaces.
       01 ws-mod-tam                     pic 9(2) comp-5 value zeros.
       01 ws-mod-pos                     pic 9(2) comp-5 value zeros.
       01 ws-mod-peso                    pic 9(2) comp-5 value zeros.
       01 ws-mod-digito                  pic 9(1) value zeros.
       01 ws-mod-produto                 pic 9(2) value zeros.
       01 ws-mod-soma                    pic 9(5) value zeros.
       01 ws-mod-resto                   pic 9(2) value zeros.
       01 ws-mod-dv                      pic 9(2) value zeros.
      *>  regua de cobranca: the dunning stages of param_regua.dat,
      *>  kept in day order (ws-rgu-offset, negative = before the
      *>  vencimento), and the counters of one run.
       01 fs-param-regua                 pic x(02) value spaces.
       01 fs-modelo-regua                pic x(02) value spaces.
       01 wid-modelo-regua               pic x(250) value spaces.
       01 ws-tab-regua.
          03 ws-rgu-item occurs 10.
             05 ws-rgu-etapa             pic 9(2).
             05 ws-rgu-sentido           pic x(1).
             05 ws-rgu-dias              pic 9(3).
             05 ws-rgu-nome              pic x(20).
             05 ws-rgu-modelo            pic x(30).
             05 ws-rgu-canal             pic x(1).
             05 ws-rgu-retorno           pic 9(3).
             05 ws-rgu-offset            pic s9(4).
       01 ws-rgu-aux                     pic x(64) value spaces.
       01 ws-qtd-regua                   pic 9(2) comp-5 value zeros.
       01 ws-idx-regua                   pic 9(2) comp-5 value zeros.
       01 ws-idx-regua2                  pic 9(2) comp-5 value zeros.
       01 ws-rgu-ap                      pic 9(2) comp-5 value zeros.
       01 ws-opcao-regua                 pic 9 value zeros.
       01 ws-rgu-etapa-tela              pic 9(2) value zeros.
       01 ws-rgu-lin                     pic 9(2) value zeros.
       01 ws-rgu-at                      pic 9(4) value zeros.
       01 ws-flag-sair-regua             pic x value "N".
          88 sair-regua                               value "S".
       01 ws-rgu-hoje                    pic 9(8) value zeros.
       01 ws-rgu-atraso                  pic s9(5) value zeros.
       01 ws-rgu-modelo-atual            pic x(30) value spaces.
       01 ws-rgu-chave-oco               pic x(19) value spaces.
       01 ws-rgu-texto-oco               pic x(60) value spaces.
       01 ws-rgu-seq-oco                 pic 9(3) value zeros.
       01 ws-rgu-canal-usado             pic x(5) value spaces.
       01 ws-flag-rgu-enviada            pic x value "N".
          88 etapa-ja-enviada                         value "S".
       01 ws-flag-rgu-ok                 pic x value "N".
          88 regua-enviado                            value "S".
       01 ws-rgu-cont-cartas             pic 9(5) value zeros.
       01 ws-rgu-cont-emails             pic 9(5) value zeros.
       01 ws-rgu-cont-sem-canal          pic 9(5) value zeros.
       01 ws-rgu-cont-falhas             pic 9(5) value zeros.
      *>  values of the titulo markers of the letter engine (2094).
       01 ws-rgu-nome-etapa              pic x(20) value spaces.
       01 ws-rgu-vencimento-edit         pic x(10) value spaces.
       01 ws-rgu-valor-edit              pic zzzzzzzz9.99 value zeros.
       01 ws-rgu-dias-edit               pic zzzz9 value zeros.
      *>  acordos (debt renegotiation): the client's open titulos
      *>  offered on screen, and the terms of the new schedule.
       01 fs-acordos                     pic x(02) value spaces.
       01 fs-feriados                    pic x(02) value spaces.
       01 fs-movtit                      pic x(02) value spaces.
       01 fs-plano-contas                pic x(02) value spaces.
       01 fs-contabil                    pic x(02) value spaces.
       01 wid-contabil                   pic x(250) value spaces.
       01 ws-opcao-acordo                pic 9 value zeros.
       01 ws-aco-numero                  pic 9(6) value zeros.
       01 ws-aco-cliente                 pic 9(7) value zeros.
       01 ws-aco-hoje                    pic 9(8) value zeros.
       01 ws-tab-aco-tit.
          03 ws-act-item occurs 50.
             05 ws-act-numero            pic 9(6).
             05 ws-act-vencimento        pic 9(8).
             05 ws-act-saldo             pic 9(9)v99.
             05 ws-act-encargos          pic 9(7)v99.
             05 ws-act-marca             pic x(1).
       01 ws-qtd-aco-tit                 pic 9(2) comp-5 value zeros.
       01 ws-idx-aco-tit                 pic 9(2) comp-5 value zeros.
       01 ws-aco-tit-tela                pic 9(6) value zeros.
       01 ws-aco-lin                     pic 9(2) value zeros.
       01 ws-aco-at                      pic 9(4) value zeros.
       01 ws-aco-qtd-sel                 pic 9(3) value zeros.
       01 ws-aco-original                pic 9(9)v99 value zeros.
       01 ws-aco-encargos                pic 9(9)v99 value zeros.
       01 ws-aco-atualizado              pic 9(9)v99 value zeros.
       01 ws-aco-desconto                pic 9(9)v99 value zeros.
       01 ws-aco-total                   pic 9(9)v99 value zeros.
       01 ws-aco-parcelas                pic 9(2) value zeros.
       01 ws-aco-primeiro-venc           pic 9(8) value zeros.
       01 ws-aco-intervalo               pic 9(3) value zeros.
       01 ws-aco-valor-parcela           pic 9(9)v99 value zeros.
       01 ws-aco-autorizador             pic x(20) value spaces.
       01 ws-flag-sair-acordo            pic x value "N".
          88 sair-acordo                              value "S".
       01 ws-aco-tolerancia              pic 9(3) value zeros.
       01 ws-aco-qtd-abertas             pic 9(3) value zeros.
       01 ws-aco-qtd-vencidas            pic 9(3) value zeros.
       01 ws-aco-valor-vencido           pic 9(9)v99 value zeros.
       01 ws-aco-atraso                  pic s9(5) value zeros.
       01 ws-cont-aco-rompidos           pic 9(5) value zeros.
       01 ws-cont-aco-novos-romp         pic 9(5) value zeros.
      *>  acordos with an open parcela, gathered by 2174 so a broken
      *>  acordo keeps its client blocked until it is paid off.
       01 ws-tab-aco-aberto.
          03 ws-aco-aberto occurs 500    pic 9(6).
       01 ws-qtd-aco-aberto              pic 9(4) comp-5 value zeros.
       01 ws-idx-aco-aberto              pic 9(4) comp-5 value zeros.
       01 ws-flag-aco-aberto             pic x value "N".
          88 acordo-em-aberto                         value "S".
       01 ws-cal-data                    pic 9(8) value zeros.
       01 ws-cal-data-1 redefines ws-cal-data.
          03 ws-cal-ano                  pic 9(4).
          03 ws-cal-mmdd                 pic 9(4).
       01 ws-cal-serial                  pic 9(7) value zeros.
       01 ws-cal-ref                     pic 9(8) value zeros.
       01 ws-cal-venc                    pic 9(8) value zeros.
       01 ws-cal-venc-util               pic 9(8) value zeros.
       01 ws-cal-atraso                  pic s9(5) value zeros.
       01 ws-cal-dia-semana              pic 9(1) value zeros.
       01 ws-cal-voltas                  pic 9(2) comp-5 value zeros.
       01 ws-flag-dia-util               pic x value "S".
          88 dia-util                                 value "S".
       01 ws-flag-cal-carregado          pic x value "N".
          88 calendario-carregado                     value "S".
       01 ws-tab-feriados.
          03 ws-fer-data occurs 1000       pic 9(8).
       01 ws-qtd-feriados                pic 9(4) comp-5 value zeros.
       01 ws-idx-feriado                 pic 9(4) comp-5 value zeros.
       01 ws-tab-fer-fixos.
          03 filler                      pic x(34) value
             "0101Confraternizacao Universal    ".
          03 filler                      pic x(34) value
             "0421Tiradentes                    ".
          03 filler                      pic x(34) value
             "0501Dia do Trabalho               ".
          03 filler                      pic x(34) value
             "0907Independencia do Brasil       ".
          03 filler                      pic x(34) value
             "1012Nossa Senhora Aparecida       ".
          03 filler                      pic x(34) value
             "1102Finados                       ".
          03 filler                      pic x(34) value
             "1115Proclamacao da Republica      ".
          03 filler                      pic x(34) value
             "1120Consciencia Negra             ".
          03 filler                      pic x(34) value
             "1225Natal                         ".
       01 ws-tab-fer-fixos-1 redefines ws-tab-fer-fixos.
          03 ws-fer-fixo-ent occurs 9.
             05 ws-fer-fixo-mmdd         pic 9(4).
             05 ws-fer-fixo-desc         pic x(30).
       01 ws-tab-fer-moveis.
          03 filler                      pic x(34) value
             "-048Carnaval (segunda-feira)      ".
          03 filler                      pic x(34) value
             "-047Carnaval (terca-feira)        ".
          03 filler                      pic x(34) value
             "-002Sexta-feira Santa             ".
          03 filler                      pic x(34) value
             "+060Corpus Christi                ".
       01 ws-tab-fer-moveis-1 redefines ws-tab-fer-moveis.
          03 ws-fer-movel-ent occurs 4.
             05 ws-fer-movel-dias        pic s9(3) sign leading
                                         separate.
             05 ws-fer-movel-desc        pic x(30).
       01 ws-opcao-calendario            pic 9(1) value zeros.
       01 ws-cal-ano-ger                 pic 9(4) value zeros.
       01 ws-cal-pascoa                  pic 9(8) value zeros.
       01 ws-psc-a                       pic s9(5) comp-5 value zeros.
       01 ws-psc-b                       pic s9(5) comp-5 value zeros.
       01 ws-psc-c                       pic s9(5) comp-5 value zeros.
       01 ws-psc-d                       pic s9(5) comp-5 value zeros.
       01 ws-psc-e                       pic s9(5) comp-5 value zeros.
       01 ws-psc-f                       pic s9(5) comp-5 value zeros.
       01 ws-psc-g                       pic s9(5) comp-5 value zeros.
       01 ws-psc-h                       pic s9(5) comp-5 value zeros.
       01 ws-psc-i                       pic s9(5) comp-5 value zeros.
       01 ws-psc-k                       pic s9(5) comp-5 value zeros.
       01 ws-psc-l                       pic s9(5) comp-5 value zeros.
       01 ws-psc-m                       pic s9(5) comp-5 value zeros.
       01 ws-psc-n                       pic s9(5) comp-5 value zeros.
       01 ws-psc-mes                     pic s9(5) comp-5 value zeros.
       01 ws-psc-dia                     pic s9(5) comp-5 value zeros.
       01 ws-fer-data-tela               pic 9(8) value zeros.
       01 ws-fer-abrang-tela             pic x(01) value spaces.
          88 ws-fer-abrang-valida                     value "N" "E"
                                                            "M".
       01 ws-fer-uf-tela                 pic x(02) value spaces.
       01 ws-fer-cidade-tela             pic 9(4) value zeros.
       01 ws-fer-desc-tela               pic x(30) value spaces.
       01 ws-fer-anual-tela              pic x(01) value spaces.
       01 ws-fer-lin                     pic 9(2) value zeros.
       01 ws-fer-at                      pic 9(4) value zeros.
       01 ws-fer-data-edit               pic x(10) value spaces.
       01 ws-cont-fer-gravados           pic 9(5) value zeros.
       01 ws-cont-fer-rejeitados         pic 9(5) value zeros.
       01 ws-tab-nomes-dia.
          03 filler                      pic x(21) value
             "DOMSEGTERQUAQUISEXSAB".
       01 ws-tab-nomes-dia-1 redefines ws-tab-nomes-dia.
          03 ws-nome-dia occurs 7          pic x(3).
       01 ws-tab-int-regras.
          03 filler                      pic x(48) value
             "PEDIDOS   Cliente inexistente                  ".
          03 filler                      pic x(48) value
             "PEDIDOS   Vendedor inexistente                 ".
          03 filler                      pic x(48) value
             "PEDIDOS   Total difere da soma dos itens       ".
          03 filler                      pic x(48) value
             "PEDIDOS   Pedido sem itens                     ".
          03 filler                      pic x(48) value
             "ITENS     Item sem pedido                      ".
          03 filler                      pic x(48) value
             "ITENS     Produto inexistente                  ".
          03 filler                      pic x(48) value
             "TITULOS   Cliente inexistente                  ".
          03 filler                      pic x(48) value
             "TITULOS   Pedido inexistente                   ".
          03 filler                      pic x(48) value
             "TITULOS   Acordo inexistente                   ".
          03 filler                      pic x(48) value
             "PAGTOS    Pagamento sem titulo                 ".
          03 filler                      pic x(48) value
             "CONTATOS  Codigo de cliente inexistente        ".
          03 filler                      pic x(48) value
             "DOCUMENTO Codigo de cliente inexistente        ".
          03 filler                      pic x(48) value
             "OCORRENC  Codigo de cliente inexistente        ".
          03 filler                      pic x(48) value
             "CONSENTIM Codigo de cliente inexistente        ".
          03 filler                      pic x(48) value
             "CLIENTES  Vendedor inexistente                 ".
          03 filler                      pic x(48) value
             "ORCAMENTO Cliente inexistente                  ".
          03 filler                      pic x(48) value
             "ACORDOS   Cliente inexistente                  ".
       01 ws-tab-int-regras-1 redefines ws-tab-int-regras.
          03 ws-int-regra-ent occurs 17.
             05 ws-int-regra-arq         pic x(10).
             05 ws-int-regra-desc        pic x(38).
       01 ws-tab-int-cont.
          03 ws-int-cont-ent occurs 17.
             05 ws-int-qtd               pic 9(5).
             05 ws-int-corr              pic 9(5).
       01 ws-int-regra                   pic 9(2) comp-5 value zeros.
       01 ws-int-chave                   pic x(14) value spaces.
       01 ws-int-acao                    pic x(10) value spaces.
       01 ws-int-total-exc               pic 9(7) value zeros.
       01 ws-int-total-corr              pic 9(7) value zeros.
       01 ws-int-soma-itens              pic 9(9)v99 value zeros.
       01 ws-int-qtd-itens               pic 9(3) comp-5 value zeros.
       01 ws-int-codigo                  pic 9(7) value zeros.
       01 ws-int-ult-codigo              pic 9(7) value zeros.
       01 ws-int-ult-pedido              pic 9(6) value zeros.
       01 ws-flag-int-corrige            pic x value "N".
          88 int-corrige                              value "S".
       01 ws-flag-int-existe             pic x value "N".
          88 int-existe                               value "S".
       01 ws-flag-int-ped-existe         pic x value "N".
          88 int-pedido-existe                        value "S".
       01 ws-mtt-tipo                    pic x(01) value spaces.
       01 ws-mtt-titulo                  pic 9(6) value zeros.
       01 ws-mtt-cliente                 pic 9(7) value zeros.
       01 ws-mtt-pedido                  pic 9(6) value zeros.
       01 ws-mtt-acordo                  pic 9(6) value zeros.
       01 ws-mtt-valor                   pic 9(9)v99 value zeros.
       01 ws-ctb-periodo                 pic 9(6) value zeros.
       01 ws-ctb-periodo-r redefines ws-ctb-periodo.
          03 ws-ctb-ano                  pic 9(4).
          03 ws-ctb-mes                  pic 9(2).
       01 ws-ctb-periodo-x redefines ws-ctb-periodo pic x(6).
       01 ws-ctb-hoje                    pic 9(8) value zeros.
       01 ws-ctb-hoje-r redefines ws-ctb-hoje.
          03 ws-ctb-hoje-ano             pic 9(4).
          03 ws-ctb-hoje-mes             pic 9(2).
          03 ws-ctb-hoje-dia             pic 9(2).
       01 ws-ctb-periodo-atual           pic 9(6) value zeros.
       01 ws-tab-plano.
          03 ws-pco-ent occurs 20.
             05 ws-pco-papel             pic x(10).
             05 ws-pco-conta             pic x(20).
             05 ws-pco-descricao         pic x(40).
       01 ws-qtd-plano                   pic 9(2) comp-5 value zeros.
       01 ws-idx-plano                   pic 9(2) comp-5 value zeros.
       01 ws-tab-plano-padrao.
          03 filler                      pic x(70) value
             "CLIENTES  1.1.2.01            Clientes a receber".
          03 filler                      pic x(70) value
             "RECEITA   3.1.1.01            Receita de vendas".
          03 filler                      pic x(70) value
             "CAIXA     1.1.1.01            Caixa".
          03 filler                      pic x(70) value
             "BANCO     1.1.1.02            Bancos conta movimento".
          03 filler                      pic x(70) value
             "JUROS     3.2.1.01            Juros recebidos".
          03 filler                      pic x(70) value
             "MULTA     3.2.1.02            Multas recebidas".
          03 filler                      pic x(70) value
             "DESCONTO  4.2.1.01            Descontos concedidos".
          03 filler                      pic x(70) value
             "RENEGOC   1.1.2.09            Renegociacao de titulos".
          03 filler                      pic x(70) value
             "CANCELAM  3.1.2.01            Cancelamento de vendas".
          03 filler                      pic x(70) value
             "DEVOLUCAO 3.1.2.02            Devolucoes de vendas".
          03 filler                      pic x(70) value
             "PERDAS    4.2.1.02            Perdas com clientes".
       01 ws-tab-plano-padrao-1 redefines ws-tab-plano-padrao.
          03 ws-pcp-ent occurs 11.
             05 ws-pcp-papel             pic x(10).
             05 ws-pcp-conta             pic x(20).
             05 ws-pcp-descricao         pic x(40).
       01 ws-ctb-papel                   pic x(10) value spaces.
       01 ws-ctb-conta                   pic x(20) value spaces.
       01 ws-ctb-papel-deb               pic x(10) value spaces.
       01 ws-ctb-papel-cred              pic x(10) value spaces.
       01 ws-ctb-valor                   pic 9(9)v99 value zeros.
       01 ws-ctb-data                    pic 9(8) value zeros.
       01 ws-ctb-historico               pic x(50) value spaces.
       01 ws-ctb-documento               pic 9(6) value zeros.
       01 ws-ctb-sequencia               pic 9(6) value zeros.
       01 ws-ctb-total-deb               pic 9(13)v99 value zeros.
       01 ws-ctb-total-cred              pic 9(13)v99 value zeros.
       01 ws-ctb-sem-conta               pic 9(5) value zeros.
       01 ws-tab-ctb-contas.
          03 ws-ctb-conta-ent occurs 40.
             05 ws-ctc-conta             pic x(20).
             05 ws-ctc-debitos           pic 9(13)v99.
             05 ws-ctc-creditos          pic 9(13)v99.
       01 ws-qtd-ctb-contas              pic 9(2) comp-5 value zeros.
       01 ws-idx-ctb-conta               pic 9(2) comp-5 value zeros.
       01 ws-flag-ctb-reexport           pic x value "N".
          88 ctb-reexportacao                         value "S".
       01 ws-opcao-contabil              pic 9(1) value zeros.
       01 ws-flag-ctb-periodo            pic x value "N".
          88 ctb-periodo-ok                           value "S".
       01 ws-pco-lin                     pic 9(2) value zeros.
       01 ws-pco-at                      pic 9(4) value zeros.
       01 ws-flag-cpg-ok                 pic x value "N".
          88 cpg-ok                                   value "S".
      *>  calendar arithmetic on real day numbers (2255).
       01 ws-data-base-calc              pic 9(8) value zeros.
       01 ws-data-result-calc            pic 9(8) value zeros.
       01 ws-dias-somar                  pic s9(5) value zeros.
       01 ws-dia-juliano                 pic 9(7) value zeros.

       01 fs-titulos                     pic x(02) value spaces.
       01 wtit-numero                    pic 9(6) value zeros.
       01 wtit-cliente                   pic 9(7) value zeros.
       01 wtit-vencimento                pic 9(8) value zeros.
       01 wtit-valor                     pic 9(9)v99 value zeros.
       01 ws-tit-valor-pago              pic 9(9)v99 value zeros.
       01 wtit-parcela                   pic 9(2) value zeros.
       01 wtit-qtd-parcelas              pic 9(2) value zeros.
       01 wtit-acordo                    pic 9(6) value zeros.
       01 ws-ctl-prox-titulo             pic 9(6) value zeros.
       01 ws-ctl-prox-orcamento          pic 9(6) value zeros.
       01 ws-ctl-prox-acordo             pic 9(6) value zeros.
       01 ws-data-hoje-tit               pic 9(8) value zeros.
       01 ws-data-hoje-tit-1 redefines ws-data-hoje-tit.
          03 ws-ano-hoje-tit             pic 9(4).
          03 ws-mes-hoje-tit             pic 9(2).
          03 ws-dia-hoje-tit             pic 9(2).
       01 ws-dias-atraso                 pic s9(5) value zeros.
      *>  one delinquency sweep feeds the whole run (order entry,
      *>  letters, labels) instead of re-reading titulos per client.
          03 ws-agi-ent occurs 300.
             05 ws-agi-cidade            pic 9(4).
             05 ws-agi-valor occurs 5      pic 9(9)v99.
             05 ws-agi-atualizado        pic 9(11)v99.
       01 ws-qtd-aging                   pic 9(3) comp-5 value zeros.
       01 ws-idx-aging                   pic 9(3) comp-5 value zeros.
       01 ws-bucket-aging                pic 9(1) value zeros.
          88 aging-cidade-achada                      value "S".
       01 ws-tab-tot-aging.
          03 ws-agi-total occurs 5         pic 9(9)v99.
          03 ws-agi-total-atualizado     pic 9(11)v99.
       01 ws-cont-tit-abertos            pic 9(5) value zeros.

       01 fs-remessa                     pic x(02) value spaces.
          03 ws-ano-hoje-oper            pic 9(4).
          03 ws-mes-hoje-oper            pic 9(2).
          03 ws-dia-hoje-oper            pic 9(2).
       01 ws-serial-hoje-oper            pic 9(7) value zeros.
       01 ws-serial-senha                pic 9(7) value zeros.
       01 ws-idade-senha                 pic s9(5) value zeros.
       01 ws-cmp-saida                   pic x(1) value spaces.
       01 ws-cmp-dias-excl               pic 9(3) value zeros.
       01 ws-cmp-serial-corte            pic s9(7) value zeros.
      *>  codigos targeted by any campaign inside the exclusion
      *>  window - loaded once per run, tested per client.
       01 ws-tab-cmp-recentes.
       01 ws-at-campanha                 pic 9(4) value zeros.
       01 ws-cmp-qtd-alvos-hist          pic 9(5) value zeros.
       01 ws-cmp-qtd-resp-hist           pic 9(5) value zeros.
       01 ws-cmp-segmento                pic x(12) value spaces.

      *>  rfm segmentation: recency from the last pedido ever, the
      *>  frequency and value from the pedidos of the last
      *>  ws-rfm-janela days, each scored 1 to 5.  recency and
      *>  frequency use the fixed bands below; value is scored
      *>  against the average of the clients who bought in the
      *>  window, so it follows the size of the business.
       01 fs-rfm                         pic x(02) value spaces.
       01 ws-rfm-janela                  pic 9(3) value 365.
       01 ws-tab-rfm-dias.
          03 filler                      pic 9(3) value 030.
          03 filler                      pic 9(3) value 090.
          03 filler                      pic 9(3) value 180.
          03 filler                      pic 9(3) value 365.
       01 ws-tab-rfm-dias-1 redefines ws-tab-rfm-dias.
          03 ws-rfm-dias-faixa occurs 4  pic 9(3).
       01 ws-tab-rfm-freq.
          03 filler                      pic 9(3) value 010.
          03 filler                      pic 9(3) value 005.
          03 filler                      pic 9(3) value 003.
          03 filler                      pic 9(3) value 002.
       01 ws-tab-rfm-freq-1 redefines ws-tab-rfm-freq.
          03 ws-rfm-freq-faixa occurs 4  pic 9(3).
       01 ws-tab-rfm-valor.
          03 filler                      pic 9v99 value 2.00.
          03 filler                      pic 9v99 value 1.25.
          03 filler                      pic 9v99 value 0.75.
          03 filler                      pic 9v99 value 0.40.
       01 ws-tab-rfm-valor-1 redefines ws-tab-rfm-valor.
          03 ws-rfm-valor-faixa occurs 4 pic 9v99.
       01 ws-tab-rfm-nomes.
          03 filler                      pic x(12) value "CAMPEOES".
          03 filler                      pic x(12) value "FIEIS".
          03 filler                      pic x(12) value "PROMISSORES".
          03 filler                      pic x(12) value "NOVOS".
          03 filler                      pic x(12) value "ATENCAO".
          03 filler                      pic x(12) value "EM RISCO".
          03 filler                      pic x(12) value "HIBERNANDO".
          03 filler                      pic x(12) value "PERDIDOS".
          03 filler                      pic x(12) value "SEM COMPRA".
          03 filler                      pic x(12) value "SEM SEGMENTO".
       01 ws-tab-rfm-nomes-1 redefines ws-tab-rfm-nomes.
          03 ws-rfm-nome occurs 10       pic x(12).
       01 ws-tab-rfm-seg.
          03 ws-rsg-ent occurs 10.
             05 ws-rsg-nome              pic x(12).
             05 ws-rsg-clientes          pic 9(7).
             05 ws-rsg-pedidos           pic 9(7).
             05 ws-rsg-valor             pic 9(13)v99.
             05 ws-rsg-alvos             pic 9(7).
             05 ws-rsg-resp              pic 9(7).
       01 ws-idx-rfm-seg                 pic 9(2) comp-5 value zeros.
       01 ws-idx-rfm-faixa               pic 9(2) comp-5 value zeros.
       01 ws-rfm-segmento                pic x(12) value spaces.
       01 ws-rfm-hoje                    pic 9(8) value zeros.
       01 ws-rfm-serial-hoje             pic 9(7) value zeros.
       01 ws-rfm-serial-corte            pic s9(7) value zeros.
       01 ws-rfm-compradores             pic 9(7) value zeros.
       01 ws-rfm-total-clientes          pic 9(7) value zeros.
       01 ws-rfm-soma-valor              pic 9(13)v99 value zeros.
       01 ws-rfm-media                   pic 9(11)v99 value zeros.
       01 ws-rfm-razao                   pic 9(5)v99 value zeros.
       01 ws-rfm-total-alvos             pic 9(7) value zeros.
       01 ws-rfm-total-resp              pic 9(7) value zeros.

      *>  sales analysis: pedidos of the period and of the same
      *>  period a year earlier, summed into analise_vendas.dat (a
      *>  work file rebuilt per run) by dimensao - P produto,
      *>  V vendedor, F filial, M cidade, C cliente.  the abc
      *>  curves go in the same file as A (produtos) and B
      *>  (clientes), keyed by the inverted value so that reading
      *>  forward gives the biggest first.
       01 fs-analise                     pic x(02) value spaces.
       01 ws-anv-ini                     pic 9(8) value zeros.
       01 ws-anv-ini-r redefines ws-anv-ini.
          03 ws-anv-ini-aamm             pic 9(6).
          03 ws-anv-ini-dia              pic 9(2).
       01 ws-anv-fim                     pic 9(8) value zeros.
       01 ws-anv-ini-ant                 pic 9(8) value zeros.
       01 ws-anv-ini-ant-r redefines ws-anv-ini-ant.
          03 ws-anv-ini-ant-ano          pic 9(4).
          03 ws-anv-ini-ant-mmdd         pic 9(4).
       01 ws-anv-fim-ant                 pic 9(8) value zeros.
       01 ws-anv-fim-ant-r redefines ws-anv-fim-ant.
          03 ws-anv-fim-ant-ano          pic 9(4).
          03 ws-anv-fim-ant-mmdd         pic 9(4).
       01 ws-anv-hoje                    pic 9(8) value zeros.
       01 ws-flag-anv-periodo            pic x value "N".
          88 anv-periodo-ok                           value "S".
       01 ws-anv-periodo                 pic x(1) value spaces.
          88 anv-periodo-atual                        value "A".
          88 anv-periodo-anterior                     value "P".
       01 ws-anv-dimensao                pic x(1) value spaces.
       01 ws-anv-codigo                  pic 9(7) value zeros.
       01 ws-anv-qtd                     pic s9(9) value zeros.
       01 ws-anv-valor                   pic s9(11)v99 value zeros.
       01 ws-anv-pedidos                 pic 9(7) value zeros.
       01 ws-anv-ped-qtd                 pic s9(9) value zeros.
       01 ws-anv-ped-valor               pic s9(11)v99 value zeros.
       01 ws-anv-total-qtd               pic s9(11) value zeros.
       01 ws-anv-total-valor             pic s9(13)v99 value zeros.
       01 ws-anv-total-pedidos           pic 9(7) value zeros.
       01 ws-anv-total-qtd-ant           pic s9(11) value zeros.
       01 ws-anv-total-valor-ant         pic s9(13)v99 value zeros.
       01 ws-anv-total-pedidos-ant       pic 9(7) value zeros.
       01 ws-anv-abc-origem              pic x(1) value spaces.
       01 ws-anv-abc-destino             pic x(1) value spaces.
       01 ws-anv-abc-total               pic 9(13)v99 value zeros.
       01 ws-anv-abc-total-prod          pic 9(13)v99 value zeros.
       01 ws-anv-abc-total-cli           pic 9(13)v99 value zeros.
       01 ws-anv-abc-acum                pic 9(13)v99 value zeros.
       01 ws-anv-abc-perc                pic 9(3)v99 value zeros.
       01 ws-anv-abc-perc-acum           pic 9(3)v99 value zeros.
       01 ws-anv-abc-rank                pic 9(5) value zeros.
       01 ws-anv-abc-classe              pic x(1) value spaces.
       01 ws-anv-chave-salva             pic x(21) value spaces.
       01 ws-anv-descricao               pic x(30) value spaces.
       01 ws-anv-titulo                  pic x(40) value spaces.
       01 ws-anv-secao                   pic x(10) value spaces.
       01 ws-anv-tipo-linha              pic x(1) value spaces.
       01 ws-anv-var                     pic s9(7)v99 value zeros.
       01 ws-anv-var-edit                pic -(6)9.99 value zeros.
       01 ws-anv-var-texto               pic x(10) value spaces.
       01 ws-anv-qtd-edit                pic -(10)9 value zeros.
       01 ws-anv-valor-edit              pic -(13)9.99 value zeros.
       01 ws-anv-qtd-ant-edit            pic -(10)9 value zeros.
       01 ws-anv-valor-ant-edit          pic -(13)9.99 value zeros.
       01 ws-anv-perc-edit               pic zz9.99 value zeros.
       01 ws-anv-acum-edit               pic zz9.99 value zeros.

      *>  dashboard counters: one indicadores.dat record per date
      *>  (aaaammdd) with the day's pedidos, recebimentos and
      *>  client moves plus what falls due on that date - open
      *>  titulos by vencimento, pending ocorrencias by retorno,
      *>  documents by validade; aaaamm00 carries the month's
      *>  pedidos, recebimentos and clients, 99999999 the last
      *>  fechamento.  postings add their deltas through 2404.
       01 fs-indicadores                 pic x(02) value spaces.
       01 ws-ind-data                    pic 9(8) value zeros.
       01 ws-ind-data-mes                pic 9(8) value zeros.
       01 ws-ind-data-mes-r redefines ws-ind-data-mes.
          03 ws-ind-mes-aamm             pic 9(6).
          03 ws-ind-mes-dia              pic 9(2).
       01 ws-ind-deltas.
          03 ws-ind-d-ped-qtd            pic s9(7).
          03 ws-ind-d-ped-valor          pic s9(11)v99.
          03 ws-ind-d-rec-qtd            pic s9(7).
          03 ws-ind-d-rec-valor          pic s9(11)v99.
          03 ws-ind-d-cli-novos          pic s9(7).
          03 ws-ind-d-cli-inat           pic s9(7).
          03 ws-ind-d-tit-qtd            pic s9(7).
          03 ws-ind-d-tit-valor          pic s9(11)v99.
          03 ws-ind-d-oco                pic s9(7).
          03 ws-ind-d-doc                pic s9(7).
       01 ws-ind-fech-salvo              pic x(120) value spaces.
       01 ws-flag-ind-fech               pic x value "N".
          88 ind-fech-salvo                           value "S".
       01 ws-ind-qtd-lidos               pic 9(7) value zeros.
       01 ws-pnl-hoje                    pic 9(8) value zeros.
       01 ws-pnl-hoje-r redefines ws-pnl-hoje.
          03 ws-pnl-hoje-aamm            pic 9(6).
          03 ws-pnl-hoje-dia             pic 9(2).
       01 ws-pnl-serial-hoje             pic 9(7) value zeros.
       01 ws-pnl-dias                    pic s9(7) value zeros.
       01 ws-pnl-ped-hoje-qtd            pic s9(7) value zeros.
       01 ws-pnl-ped-hoje-valor          pic s9(11)v99 value zeros.
       01 ws-pnl-ped-mes-qtd             pic s9(7) value zeros.
       01 ws-pnl-ped-mes-valor           pic s9(11)v99 value zeros.
       01 ws-pnl-venc-hoje-qtd           pic s9(7) value zeros.
       01 ws-pnl-venc-hoje-valor         pic s9(11)v99 value zeros.
       01 ws-pnl-rec-qtd                 pic s9(7) value zeros.
       01 ws-pnl-rec-valor               pic s9(11)v99 value zeros.
       01 ws-pnl-cli-novos               pic s9(7) value zeros.
       01 ws-pnl-cli-inat                pic s9(7) value zeros.
       01 ws-pnl-oco-vencidas            pic s9(7) value zeros.
       01 ws-pnl-doc-semana              pic s9(7) value zeros.
      *>  overdue by days late: 1-30, 31-60, 61-90, over 90, total.
       01 ws-tab-pnl-faixas.
          03 ws-pnl-faixa occurs 5.
             05 ws-pnl-faixa-qtd         pic s9(7).
             05 ws-pnl-faixa-valor       pic s9(11)v99.
       01 ws-idx-pnl-faixa               pic 9(1) value zeros.
       01 ws-pnl-lin                     pic 9(2) value zeros.
       01 ws-pnl-at                      pic 9(4) value zeros.
       01 ws-pnl-qtd-edit                pic -(6)9 value zeros.
       01 ws-pnl-valor-edit              pic -(10)9.99 value zeros.
       01 ws-pnl-fech-texto              pic x(30) value spaces.
       01 ws-pnl-hora-edit               pic x(5) value spaces.
       01 ws-tab-pnl-rotulos.
          03 filler                      pic x(18) value
             "Vencidos 1-30    :".
          03 filler                      pic x(18) value
             "Vencidos 31-60   :".
          03 filler                      pic x(18) value
             "Vencidos 61-90   :".
          03 filler                      pic x(18) value
             "Vencidos 91+     :".
          03 filler                      pic x(18) value
             "Total vencido    :".
       01 ws-tab-pnl-rotulos-r redefines ws-tab-pnl-rotulos.
          03 ws-pnl-rotulo occurs 5      pic x(18).

      *>  contratos recorrentes: one contratos.dat record per client
      *>  and seq with the monthly fee, the billing day and the
      *>  annual reajuste.  ctr-ultimo-faturamento (aaaamm) is the
      *>  guard that keeps a contract from being billed twice in a
      *>  month, however many times the run is repeated, and that
      *>  keeps the months in order - none is left behind.
       01 fs-contratos                   pic x(02) value spaces.
       01 ws-opcao-contrato              pic 9(1) value zeros.
       01 ws-ctr-cliente                 pic 9(7) value zeros.
       01 ws-ctr-seq                     pic 9(2) value zeros.
       01 ws-ctr-maior-seq               pic 9(2) value zeros.
       01 ws-ctr-hoje                    pic 9(8) value zeros.
       01 ws-ctr-hoje-r redefines ws-ctr-hoje.
          03 ws-ctr-hoje-aamm            pic 9(6).
          03 ws-ctr-hoje-dia             pic 9(2).
       01 ws-ctr-periodo                 pic 9(6) value zeros.
       01 ws-ctr-periodo-r redefines ws-ctr-periodo.
          03 ws-ctr-per-ano              pic 9(4).
          03 ws-ctr-per-mes              pic 9(2).
       01 ws-ctr-periodo-max             pic 9(6) value zeros.
       01 ws-ctr-per-anterior            pic 9(6) value zeros.
       01 ws-ctr-primeiro-mes            pic 9(6) value zeros.
       01 ws-ctr-mes-inclusao            pic 9(6) value zeros.
       01 ws-ctr-ini-mes                 pic 9(8) value zeros.
       01 ws-ctr-ini-mes-r redefines ws-ctr-ini-mes.
          03 ws-ctr-ini-aamm             pic 9(6).
          03 ws-ctr-ini-dia              pic 9(2).
       01 ws-ctr-fim-mes                 pic 9(8) value zeros.
       01 ws-ctr-fim-mes-r redefines ws-ctr-fim-mes.
          03 ws-ctr-fim-aamm             pic 9(6).
          03 ws-ctr-fim-dia              pic 9(2).
       01 ws-ctr-prox-mes                pic 9(8) value zeros.
       01 ws-ctr-prox-mes-r redefines ws-ctr-prox-mes.
          03 ws-ctr-prox-ano             pic 9(4).
          03 ws-ctr-prox-mm              pic 9(2).
          03 ws-ctr-prox-dia             pic 9(2).
       01 ws-ctr-limite-fim              pic 9(8) value zeros.
       01 ws-ctr-dias-aviso              pic 9(3) value 60.
       01 ws-ctr-vencimento              pic 9(8) value zeros.
       01 ws-ctr-vencimento-r redefines ws-ctr-vencimento.
          03 ws-ctr-venc-aamm            pic 9(6).
          03 ws-ctr-venc-dia             pic 9(2).
       01 ws-ctr-data-edit               pic x(10) value spaces.
       01 ws-ctr-data-trab               pic 9(8) value zeros.
       01 ws-ctr-qtd-faturados           pic 9(5) value zeros.
       01 ws-ctr-qtd-ja-faturados        pic 9(5) value zeros.
       01 ws-ctr-qtd-nao-faturados       pic 9(5) value zeros.
       01 ws-ctr-qtd-encerrados          pic 9(5) value zeros.
       01 ws-ctr-qtd-pedidos             pic 9(5) value zeros.
       01 ws-ctr-qtd-encerrando          pic 9(5) value zeros.
       01 ws-ctr-qtd-reajuste            pic 9(5) value zeros.
       01 ws-ctr-total-faturado          pic 9(11)v99 value zeros.
       01 ws-ctr-lin                     pic 9(2) value zeros.
       01 ws-ctr-at                      pic 9(4) value zeros.
       01 ws-ctr-motivo                  pic x(26) value spaces.
       01 ws-ctr-pct-reajuste            pic 9(3)v99 value zeros.
       01 ws-ctr-valor-anterior          pic 9(9)v99 value zeros.
       01 ws-ctr-valor-novo              pic 9(9)v99 value zeros.
       01 ws-flag-ctr-periodo            pic x value "N".
          88 ctr-periodo-ok                           value "S".
       01 ws-flag-ctr-fatura             pic x value "N".
          88 ctr-fatura                               value "S".
       01 ws-reg-contrato.
          03 wctr-descricao              pic x(30).
          03 wctr-produto                pic 9(4).
          03 wctr-valor                  pic 9(9)v99.
          03 wctr-dia                    pic 9(2).
          03 wctr-inicio                 pic 9(8).
          03 wctr-fim                    pic 9(8).
          03 wctr-indice                 pic x(10).
          03 wctr-data-reajuste          pic 9(8).
          03 wctr-gera-pedido            pic x(1).

      *>  price history: one precos_historico.dat record per
      *>  produto and vigencia.  the price of a date is the last
      *>  record with vigencia up to it; vigencia zero carries the
      *>  price a produto had before its first change was recorded.
       01 fs-precos                      pic x(02) value spaces.
       01 ws-opcao-precos                pic 9(1) value zeros.
       01 ws-prc-hoje                    pic 9(8) value zeros.
       01 ws-prc-produto                 pic 9(4) value zeros.
       01 ws-prc-data                    pic 9(8) value zeros.
       01 ws-prc-vigente                 pic 9(7)v99 value zeros.
       01 ws-prc-vig-data                pic 9(8) value zeros.
       01 ws-prc-vigencia                pic 9(8) value zeros.
       01 ws-prc-novo                    pic 9(7)v99 value zeros.
       01 ws-prc-anterior                pic 9(7)v99 value zeros.
       01 ws-prc-pct                     pic s9(5)v99 value zeros.
       01 ws-prc-origem                  pic x(01) value spaces.
       01 ws-prc-origem-texto            pic x(10) value spaces.
       01 ws-prc-data-edit               pic x(10) value spaces.
       01 ws-prc-data-edit-ini           pic x(10) value spaces.
       01 ws-prc-linha-labels            pic x(132) value spaces.
       01 ws-prc-data-trab               pic 9(8) value zeros.
       01 ws-prc-lin                     pic 9(2) value zeros.
       01 ws-prc-at                      pic 9(4) value zeros.
       01 ws-prc-pct-edit                pic -(4)9.99 value zeros.
       01 ws-prc-preco-edit              pic z(6)9.99 value zeros.
       01 ws-flag-prc-historico          pic x value "N".
          88 prc-tem-historico                        value "S".
      *>  reajuste em massa: percentage (negative lowers), produto
      *>  range, situacao A/I/T(odos) and vigencia.  the base is the
      *>  price of the day before the vigencia, so running the same
      *>  reajuste again rewrites it instead of compounding it.
       01 ws-rjp-pct                     pic s9(3)v99 value zeros.
       01 ws-rjp-prd-ini                 pic 9(4) value zeros.
       01 ws-rjp-prd-fim                 pic 9(4) value zeros.
       01 ws-rjp-situacao                pic x(01) value spaces.
       01 ws-rjp-vigencia                pic 9(8) value zeros.
       01 ws-rjp-dia-anterior            pic 9(8) value zeros.
       01 ws-rjp-base                    pic 9(7)v99 value zeros.
       01 ws-rjp-novo                    pic 9(7)v99 value zeros.
       01 ws-rjp-qtd                     pic 9(5) value zeros.
       01 ws-rjp-qtd-recusados           pic 9(5) value zeros.
       01 ws-rjp-total-base              pic 9(11)v99 value zeros.
       01 ws-rjp-total-novo              pic 9(11)v99 value zeros.
       01 ws-rjp-recusa                  pic x(40) value spaces.
       01 ws-tab-rjp-param.
          03 ws-rjp-param occurs 6       pic x(12).
       01 ws-idx-rjp                     pic 9(1) value zeros.
       01 ws-rjp-modo                    pic x(8) value spaces.
       01 ws-flag-rjp-aplica             pic x value "N".
          88 rjp-aplica                               value "S".
       01 ws-flag-rjp-ok                 pic x value "N".
          88 rjp-parametros-ok                        value "S".
      *>  evolucao de precos over a period.
       01 ws-evp-ini                     pic 9(8) value zeros.
       01 ws-evp-fim                     pic 9(8) value zeros.
       01 ws-evp-prd-ini                 pic 9(4) value zeros.
       01 ws-evp-prd-fim                 pic 9(4) value zeros.
       01 ws-evp-preco-ini               pic 9(7)v99 value zeros.
       01 ws-evp-preco-ant               pic 9(7)v99 value zeros.
       01 ws-evp-qtd-produtos            pic 9(5) value zeros.
       01 ws-evp-qtd-alteracoes          pic 9(5) value zeros.
       01 ws-evp-qtd-prd-alt             pic 9(3) value zeros.

      *>  extrato de conta of a client over a period: the pedidos,
      *>  titulos emitidos, pagamentos, cancelamentos, estornos,
      *>  perdas and renegociacoes in date order through the
      *>  extrato_trab.dat work file, with a running balance.  the
      *>  balance is anchored on the open titulos of today, so the
      *>  saldo anterior is today's balance less everything that
      *>  moved since the start of the period.
       01 fs-extrato                     pic x(02) value spaces.
       01 ws-ext-cliente                 pic 9(7) value zeros.
       01 ws-ext-ini                     pic 9(8) value zeros.
       01 ws-ext-ini-r redefines ws-ext-ini.
          03 ws-ext-ini-aamm             pic 9(6).
          03 ws-ext-ini-dia              pic 9(2).
       01 ws-ext-fim                     pic 9(8) value zeros.
       01 ws-ext-fim-r redefines ws-ext-fim.
          03 ws-ext-fim-aamm             pic 9(6).
          03 ws-ext-fim-dia              pic 9(2).
       01 ws-ext-hoje                    pic 9(8) value zeros.
       01 ws-ext-seq                     pic 9(5) value zeros.
       01 ws-ext-saldo-hoje              pic s9(11)v99 value zeros.
       01 ws-ext-liquido-desde           pic s9(11)v99 value zeros.
       01 ws-ext-saldo-anterior          pic s9(11)v99 value zeros.
       01 ws-ext-saldo                   pic s9(11)v99 value zeros.
       01 ws-ext-saldo-final             pic s9(11)v99 value zeros.
       01 ws-ext-total-debito            pic 9(11)v99 value zeros.
       01 ws-ext-total-credito           pic 9(11)v99 value zeros.
       01 ws-ext-total-vencido           pic 9(11)v99 value zeros.
       01 ws-ext-total-a-vencer          pic 9(11)v99 value zeros.
       01 ws-ext-qtd-lancamentos         pic 9(5) value zeros.
       01 ws-ext-qtd-vencidos            pic 9(5) value zeros.
       01 ws-ext-valor                   pic 9(9)v99 value zeros.
       01 ws-ext-atraso                  pic s9(5) value zeros.
       01 ws-ext-atraso-edit             pic zzzz9 value zeros.
       01 ws-ext-data-trab               pic 9(8) value zeros.
       01 ws-ext-data-edit               pic x(10) value spaces.
       01 ws-ext-data-edit-ini           pic x(10) value spaces.
       01 ws-ext-linha                   pic x(132) value spaces.
       01 ws-ext-valor-edit              pic z(8)9.99 value zeros.
       01 ws-ext-saldo-edit              pic -(9)9.99 value zeros.
       01 ws-flag-ext-relatorio          pic x value "N".
          88 ext-no-relatorio                         value "S".
       01 ws-flag-ext-email              pic x value "N".
          88 ext-no-email                             value "S".
       01 ws-flag-ext-ok                 pic x value "N".
          88 ext-periodo-ok                           value "S".
       01 ws-flag-ext-mail-ok            pic x value "N".
          88 ext-email-enviado                        value "S".
       01 ws-ext-cons-email              pic x value "N".
       01 ws-ext-cons-mala               pic x value "N".
      *>  month-end run over every client with an open balance.
       01 ws-ext-qtd-clientes            pic 9(7) value zeros.
       01 ws-ext-qtd-emails              pic 9(7) value zeros.
       01 ws-ext-qtd-impressos           pic 9(7) value zeros.
       01 ws-ext-qtd-sem-canal           pic 9(7) value zeros.
       01 ws-ext-qtd-falhas              pic 9(7) value zeros.

      *>  notas fiscais: a pedido becomes one numbered nota in
      *>  notas_fiscais.dat (the destinatario frozen as it was at
      *>  emission) with its items in notas_itens.dat.  situacao G
      *>  gerada, T transmitida, A autorizada, R rejeitada, D
      *>  denegada, K cancelamento solicitado, C cancelada;
      *>  nf-pendente "S" marks what the next export must send.  a
      *>  pedido with a nota in any situacao but R or C cannot be
      *>  invoiced again.
       01 fs-notas                       pic x(02) value spaces.
       01 fs-notas-itens                 pic x(02) value spaces.
       01 fs-nfe                         pic x(02) value spaces.
       01 wid-nfe                        pic x(250) value spaces.
       01 ws-opcao-notas                 pic 9(1) value zeros.
       01 ws-nf-serie                    pic 9(3) value 1.
       01 ws-nf-cfop-padrao              pic 9(4) value 5102.
       01 ws-nf-numero                   pic 9(9) value zeros.
       01 ws-nf-numero-ativa             pic 9(9) value zeros.
       01 ws-nf-pedido                   pic 9(6) value zeros.
       01 ws-nf-hoje                     pic 9(8) value zeros.
       01 ws-nf-uf                       pic x(02) value spaces.
       01 ws-nf-recusa                   pic x(60) value spaces.
       01 ws-nf-seq                      pic 9(3) value zeros.
       01 ws-nf-qtde                     pic s9(5) value zeros.
       01 ws-nf-qtd-itens                pic 9(3) value zeros.
       01 ws-nf-valor-produtos           pic 9(9)v99 value zeros.
       01 ws-nf-valor-icms               pic 9(9)v99 value zeros.
       01 ws-nf-valor-ipi                pic 9(9)v99 value zeros.
       01 ws-nf-valor-pis                pic 9(9)v99 value zeros.
       01 ws-nf-valor-cofins             pic 9(9)v99 value zeros.
       01 ws-nf-valor-total              pic 9(9)v99 value zeros.
       01 ws-nf-sit-texto                pic x(12) value spaces.
       01 ws-nf-justificativa            pic x(60) value spaces.
       01 ws-nf-tam                      pic 9(3) value zeros.
       01 ws-nf-lin                      pic 9(2) value zeros.
       01 ws-nf-sit-anterior             pic x(01) value spaces.
       01 ws-ctl-prox-nota               pic 9(9) value zeros.
       01 ws-flag-nf-grava               pic x value "N".
          88 nf-grava-itens                           value "S".
       01 ws-flag-nf-ativa               pic x value "N".
          88 nf-pedido-faturado                       value "S".
      *>  the file exchanged with the NF-e transmitter: one "|"
      *>  delimited record per line, the amounts with a decimal
      *>  point.
       01 ws-nfe-valor-txt               pic z(8)9.99 value zeros.
       01 ws-nfe-aliq-txt                pic z9.99 value zeros.
       01 ws-nfe-qtde-txt                pic zzzz9 value zeros.
       01 ws-nfe-qtd-notas               pic 9(5) value zeros.
       01 ws-nfe-qtd-cancelamentos       pic 9(5) value zeros.
       01 ws-nfe-campos.
          03 ws-nfr-numero-txt           pic x(12).
          03 ws-nfr-status-txt           pic x(05).
          03 ws-nfr-chave                pic x(44).
          03 ws-nfr-protocolo            pic x(15).
          03 ws-nfr-motivo               pic x(60).
       01 ws-nfr-numero                  pic 9(9) value zeros.
       01 ws-nfr-status                  pic 9(3) value zeros.
       01 ws-nfr-resultado               pic x(40) value spaces.
       01 ws-nfr-qtd-autorizadas         pic 9(5) value zeros.
       01 ws-nfr-qtd-rejeitadas          pic 9(5) value zeros.
       01 ws-nfr-qtd-canceladas          pic 9(5) value zeros.
       01 ws-nfr-qtd-ignorados           pic 9(5) value zeros.
       01 ws-nfe-pos                     pic 9(3) value zeros.
       01 ws-nf-at                       pic 9(4) value zeros.

      *>  conciliacao bancaria: the credits of the bank's statement
      *>  file (PIX, TED, deposito) matched to the open titulos.  a
      *>  credit is imported once - conciliacao.dat keeps it under
      *>  data + documento + valor with cnc-situacao B baixado
      *>  automaticamente, P pendente de confirmacao, M baixado na
      *>  confirmacao, N sem correspondencia, D descartado.
       01 fs-conciliacao                 pic x(02) value spaces.
       01 fs-extrato-banco               pic x(02) value spaces.
       01 wid-extrato-banco              pic x(250) value spaces.
      *>  the statement file: one credit per "1" line, fixed
      *>  columns like the CNAB retorno; valor in centavos, the
      *>  payer's CPF/CNPJ in digits aligned left as in the cadastro.
       01 ws-extrato-banco-detalhe.
          03 ebc-tipo                    pic x(1).
          03 ebc-data                    pic 9(8).
          03 ebc-natureza                pic x(1).
          03 ebc-valor                   pic 9(13).
          03 ebc-documento               pic x(20).
          03 ebc-cpf-cnpj                pic x(14).
          03 ebc-nome                    pic x(40).
          03 ebc-historico               pic x(40).
          03 filler                      pic x(263).
       01 ws-opcao-concil                pic 9(1) value zeros.
       01 ws-cnc-janela-dias             pic 9(2) value 5.
       01 ws-cnc-cliente                 pic 9(7) value zeros.
       01 ws-cnc-qtd-exato               pic 9(3) value zeros.
       01 ws-cnc-tit-exato               pic 9(6) value zeros.
       01 ws-cnc-venc-exato              pic 9(8) value zeros.
       01 ws-cnc-qtd-cliente             pic 9(3) value zeros.
       01 ws-cnc-tit-cliente             pic 9(6) value zeros.
       01 ws-cnc-venc-cliente            pic 9(8) value zeros.
       01 ws-cnc-qtd-valor               pic 9(3) value zeros.
       01 ws-cnc-tit-valor               pic 9(6) value zeros.
       01 ws-cnc-dist-valor              pic 9(5) value zeros.
       01 ws-cnc-dist                    pic 9(5) value zeros.
       01 ws-cnc-data-ini                pic 9(8) value zeros.
       01 ws-cnc-data-fim                pic 9(8) value zeros.
       01 ws-cnc-hoje                    pic 9(8) value zeros.
       01 ws-cnc-titulo-conf             pic 9(6) value zeros.
       01 ws-cnc-recusa                  pic x(50) value spaces.
       01 ws-cnc-situacao-txt            pic x(12) value spaces.
       01 ws-cnc-opcao                   pic x(1) value spaces.
       01 ws-cnc-qtd-lidos               pic 9(5) value zeros.
       01 ws-cnc-qtd-baixados            pic 9(5) value zeros.
       01 ws-cnc-qtd-pendentes           pic 9(5) value zeros.
       01 ws-cnc-qtd-sem-corresp         pic 9(5) value zeros.
       01 ws-cnc-qtd-ja-importados       pic 9(5) value zeros.
       01 ws-cnc-qtd-ignorados           pic 9(5) value zeros.
       01 ws-cnc-qtd-tit-abertos         pic 9(5) value zeros.
       01 ws-cnc-qtd-confirmados         pic 9(5) value zeros.
       01 ws-cnc-qtd-descartados         pic 9(5) value zeros.
       01 ws-flag-cnc-valor              pic x value "N".
          88 cnc-valor-confere                        value "S".
      *>  titulos already holding a credit in this run, kept out of
      *>  the list of titulos left without one.
       01 ws-cnc-qtd-sug                 pic 9(3) value zeros.
       01 ws-cnc-ix                      pic 9(3) value zeros.
       01 ws-cnc-tabela-sug.
          03 ws-cnc-sug-titulo           pic 9(6) occurs 500.
       01 ws-flag-cnc-sugerido           pic x value "N".
          88 cnc-titulo-sugerido                      value "S".

      *>  negativacao / protesto: a titulo overdue beyond
      *>  ws-pfn-neg-dias first gets the prior-notice letter, and
      *>  only after ws-pfn-neg-prazo more days goes to the bureau
      *>  (or the cartorio, ws-pfn-neg-modalidade N or P).
      *>  negativacoes.dat follows it: A aviso enviado, I incluido,
      *>  E exclusao pendente, X excluido, C encerrado antes da
      *>  inclusao.  a titulo paid, renegotiated or cancelled turns
      *>  an I into an E at once, for the next file.
       01 fs-negativacao                 pic x(02) value spaces.
       01 fs-arq-negativ                 pic x(02) value spaces.
       01 wid-negativacao                pic x(250) value spaces.
       01 ws-pfn-neg-dias                pic 9(3) value 60.
       01 ws-pfn-neg-prazo               pic 9(2) value 10.
       01 ws-pfn-neg-modalidade          pic x(01) value "N".
      *>  bureau layout in the CNAB manner: header 0, one detail 1
      *>  per inclusao (I) or exclusao (E), trailer 9.
       01 ws-neg-header.
          03 ngh-tipo                    pic x(1).
          03 ngh-data                    pic 9(8).
          03 ngh-hora                    pic 9(8).
          03 ngh-empresa                 pic x(30).
          03 ngh-modalidade              pic x(1).
          03 filler                      pic x(352).
       01 ws-neg-detalhe.
          03 ngd-tipo                    pic x(1).
          03 ngd-operacao                pic x(1).
          03 ngd-modalidade              pic x(1).
          03 ngd-tipo-inscricao          pic x(2).
          03 ngd-cpf-cnpj                pic x(14).
          03 ngd-nome                    pic x(50).
          03 ngd-endereco                pic x(50).
          03 ngd-numero                  pic 9(6).
          03 ngd-bairro                  pic x(30).
          03 ngd-cidade                  pic x(30).
          03 ngd-uf                      pic x(2).
          03 ngd-cep                     pic x(8).
          03 ngd-contrato                pic 9(6).
          03 ngd-vencimento              pic 9(8).
          03 ngd-valor                   pic 9(11).
          03 ngd-data-ocorrencia         pic 9(8).
          03 ngd-motivo-baixa            pic x(2).
          03 filler                      pic x(170).
       01 ws-neg-trailer.
          03 ngt-tipo                    pic x(1).
          03 ngt-qtd                     pic 9(6).
          03 ngt-inclusoes               pic 9(6).
          03 ngt-exclusoes               pic 9(6).
          03 ngt-valor                   pic 9(13).
          03 filler                      pic x(368).
       01 ws-neg-hoje                    pic 9(8) value zeros.
       01 ws-neg-atraso                  pic s9(5) value zeros.
       01 ws-neg-qtd-avisos              pic 9(5) value zeros.
       01 ws-neg-qtd-sem-doc             pic 9(5) value zeros.
       01 ws-neg-qtd-inclusoes           pic 9(5) value zeros.
       01 ws-neg-qtd-exclusoes           pic 9(5) value zeros.
       01 ws-neg-qtd-encerrados          pic 9(5) value zeros.
       01 ws-neg-qtd-aguardando          pic 9(5) value zeros.
       01 ws-neg-qtd-pend-exclusao       pic 9(5) value zeros.
       01 ws-neg-qtd-ativos              pic 9(5) value zeros.
       01 ws-neg-valor-arquivo           pic 9(11)v99 value zeros.
       01 ws-neg-valor-ativos            pic 9(11)v99 value zeros.
       01 ws-neg-sit-anterior            pic x(01) value spaces.
       01 ws-neg-operacao                pic x(01) value spaces.
       01 ws-neg-seq-oco                 pic 9(3) value zeros.
       01 ws-neg-texto-oco               pic x(60) value spaces.
       01 ws-neg-retorno-oco             pic 9(8) value zeros.
       01 ws-neg-limite-edit             pic x(10) value spaces.
       01 ws-neg-modelo                  pic x(30) value spaces.
       01 ws-neg-rotulo                  pic x(11) value spaces.
       01 ws-neg-texto-rel               pic x(30) value spaces.
       01 ws-flag-neg-titulo             pic x value "N".
          88 neg-titulo-em-aberto                     value "S".

      *>  projecao de recebimentos: each open titulo expected at its
      *>  vencimento moved by the client's average delay over the
      *>  baixas of the last ws-flx-janela-hist days (kept per client
      *>  in fluxo_trab.dat), on the next business day.  per filial,
      *>  position 1 is what is already past that date, 2 to 91 the
      *>  days from today and 92 what falls beyond the horizon.
       01 fs-fluxo                       pic x(02) value spaces.
       01 ws-flx-horizonte               pic 9(3) value 90.
       01 ws-flx-janela-hist             pic 9(3) value 365.
       01 ws-flx-hoje                    pic 9(8) value zeros.
       01 ws-flx-fim                     pic 9(8) value zeros.
       01 ws-flx-inicio-hist             pic 9(8) value zeros.
       01 ws-flx-media                   pic s9(5) value zeros.
       01 ws-flx-previsto                pic 9(8) value zeros.
       01 ws-flx-dias                    pic s9(5) value zeros.
       01 ws-flx-pos                     pic 9(3) value zeros.
       01 ws-flx-ix                      pic 9(3) value zeros.
       01 ws-flx-ix-fil                  pic 9(2) value zeros.
       01 ws-flx-filial-num              pic 9(3) value zeros.
       01 ws-flx-qtd-fil                 pic 9(2) value zeros.
       01 ws-flx-qtd-titulos             pic 9(5) value zeros.
       01 ws-flx-qtd-clientes-hist       pic 9(5) value zeros.
       01 ws-flx-data                    pic 9(8) value zeros.
       01 ws-flx-data-r redefines ws-flx-data.
          03 ws-flx-data-aamm            pic 9(6).
          03 ws-flx-data-dia             pic 9(2).
       01 ws-flx-data-seg                pic 9(8) value zeros.
       01 ws-flx-data-seg-r redefines ws-flx-data-seg.
          03 ws-flx-data-seg-aamm        pic 9(6).
          03 ws-flx-data-seg-dia         pic 9(2).
       01 ws-flx-serial                  pic 9(7) value zeros.
       01 ws-flx-dia-semana              pic 9(1) value zeros.
       01 ws-flx-semana                  pic 9(11)v99 value zeros.
       01 ws-flx-mes                     pic 9(11)v99 value zeros.
       01 ws-flx-total                   pic 9(11)v99 value zeros.
       01 ws-flx-valor-edit              pic zzzzzzzzzz9.99 value zeros.
       01 ws-flx-semana-txt              pic x(16) value spaces.
       01 ws-flx-mes-txt                 pic x(16) value spaces.
       01 ws-flx-secao                   pic x(20) value spaces.
       01 ws-flx-lin                     pic 9(2) value zeros.
       01 ws-flx-lin-mes                 pic 9(2) value zeros.
       01 ws-flx-at                      pic 9(4) value zeros.
       01 ws-flag-flx-fecha-semana       pic x value "N".
          88 flx-fecha-semana                         value "S".
       01 ws-flag-flx-fecha-mes          pic x value "N".
          88 flx-fecha-mes                            value "S".
       01 ws-flag-flx-achada             pic x value "N".
          88 flx-filial-achada                        value "S".
       01 ws-flx-tab-filiais.
          03 ws-flx-fil occurs 20.
             05 ws-flx-fil-numero        pic 9(2).
             05 ws-flx-fil-valores.
                07 ws-flx-fil-valor      pic 9(11)v99 occurs 92.
       01 ws-flx-total-valores.
          03 ws-flx-tot-valor            pic 9(11)v99 occurs 92.
       01 ws-flx-trab-valores.
          03 ws-flx-trab-valor           pic 9(11)v99 occurs 92.

      *>  atividade de operadores: every action of the period found
      *>  in the journal, auditoria, exclusoes, pedidos, pagamentos,
      *>  ocorrencias, consentimentos, LGPD and access logs becomes
      *>  one entry of atividade_trab.dat, keyed by operador and
      *>  time, with its type (ws-atv-rotulo) and the review mark
      *>  for deletions, reversals, LGPD and carteira transfers.
       01 fs-atividade                   pic x(02) value spaces.
       01 fs-log-acesso                  pic x(02) value spaces.
       01 ws-acs-evento                  pic x(01) value spaces.
       01 ws-acs-detalhe                 pic x(40) value spaces.
       01 ws-aud-origem                  pic x(01) value spaces.
       01 ws-flag-cli-incluido           pic x value "N".
          88 cliente-incluido                         value "S".
       01 ws-atv-ini                     pic 9(8) value zeros.
       01 ws-atv-fim                     pic 9(8) value zeros.
       01 ws-atv-hoje                    pic 9(8) value zeros.
       01 ws-atv-dia                     pic 9(8) value zeros.
       01 ws-atv-dias                    pic s9(5) value zeros.
       01 ws-atv-operador                pic x(20) value spaces.
       01 ws-atv-detalhe                 pic x(01) value "S".
          88 atv-com-detalhe                          value "S".
       01 ws-atv-seq                     pic 9(6) value zeros.
       01 ws-atv-qtd-eventos             pic 9(7) value zeros.
       01 ws-atv-qtd-operadores          pic 9(5) value zeros.
       01 ws-atv-qtd-sensiveis           pic 9(7) value zeros.
       01 ws-atv-ult-login               pic x(20) value spaces.
       01 ws-atv-ult-filial              pic 9(2) value zeros.
       01 ws-atv-ult-lido                pic x value "N".
          88 atv-login-lido                           value "S".
       01 ws-atv-oper-corrente           pic x(20) value spaces.
       01 ws-atv-fil-corrente            pic 9(2) value zeros.
       01 ws-atv-ix                      pic 9(2) value zeros.
       01 ws-atv-lin                     pic 9(2) value zeros.
       01 ws-atv-at                      pic 9(4) value zeros.
       01 ws-atv-secao                   pic x(40) value spaces.
       01 ws-atv-fil-txt                 pic x(02) value spaces.
       01 ws-atv-cab                     pic x(01) value "R".
          88 atv-cab-resumo                           value "R".
       01 ws-flag-atv-periodo            pic x value "N".
          88 atv-periodo-ok                           value "S".
       01 ws-atv-ev-operador             pic x(20) value spaces.
       01 ws-atv-ev-data                 pic 9(8) value zeros.
       01 ws-atv-ev-hora                 pic 9(8) value zeros.
       01 ws-atv-ev-tipo                 pic 9(2) value zeros.
       01 ws-atv-ev-ref                  pic x(20) value spaces.
       01 ws-atv-ev-valor                pic 9(9)v99 value zeros.
       01 ws-atv-ev-desc                 pic x(40) value spaces.
       01 ws-atv-contadores.
          03 ws-atv-cont                 pic 9(7) occurs 14.
       01 ws-atv-valor-pedidos           pic 9(11)v99 value zeros.
       01 ws-atv-sens-oper               pic 9(7) value zeros.
       01 ws-atv-tot-contadores.
          03 ws-atv-tot-cont             pic 9(7) occurs 14.
       01 ws-atv-tot-valor-pedidos       pic 9(11)v99 value zeros.
      *>  the event types; the last byte is the review mark.
       01 ws-tab-atv-tipos.
          03 filler                      pic x(19) value
             "CLIENTE INCLUIDO  N".
          03 filler                      pic x(19) value
             "CLIENTE ALTERADO  N".
          03 filler                      pic x(19) value
             "CLIENTE INATIVADO N".
          03 filler                      pic x(19) value
             "CLIENTE EXCLUIDO  S".
          03 filler                      pic x(19) value
             "PEDIDO DIGITADO   N".
          03 filler                      pic x(19) value
             "TITULO BAIXADO    N".
          03 filler                      pic x(19) value
             "OCORRENCIA ABERTA N".
          03 filler                      pic x(19) value
             "OCORRENCIA FECHADAN".
          03 filler                      pic x(19) value
             "FALHA DE LOGIN    N".
          03 filler                      pic x(19) value
             "BLOQUEIO DE LOGIN N".
          03 filler                      pic x(19) value
             "REVERSAO/ESTORNO  S".
          03 filler                      pic x(19) value
             "LGPD              S".
          03 filler                      pic x(19) value
             "TRANSFERENCIA     S".
          03 filler                      pic x(19) value
             "CONSENTIMENTO     N".
       01 ws-tab-atv-tipos-r redefines ws-tab-atv-tipos.
          03 ws-atv-tipo-def occurs 14.
             05 ws-atv-rotulo            pic x(18).
             05 ws-atv-tipo-sensivel     pic x(01).

       01 fs-layouts                     pic x(02) value spaces.
       01 ws-lay-nome-trab               pic x(20) value spaces.
          02 wcod-vdd            pic 9(3) value zeros.
          02 wnome-vdd           pic x(30).
          02 wsit-vdd            pic x(01).
          02 wcom-vdd            pic 9(2)v99 value zeros.
       01 ws-flag-vdd-em-uso             pic x value "N".
          88 vendedor-em-uso                          value "S".
       01 ws-vdd-origem                  pic 9(3) value zeros.
             05 ws-agd-hora-ini          pic 9(4).
             05 ws-agd-hora-fim          pic 9(4).
             05 ws-agd-depende           pic x(20).
             05 ws-agd-dia-util          pic x(1).
       01 ws-qtd-agenda                  pic 9(2) comp-5 value zeros.
       01 ws-idx-agenda                  pic 9(2) comp-5 value zeros.
       01 ws-tab-status-agenda.
          10 filler                    pic x(011) value "   ate 60d".
          10 filler                    pic x(011) value "   ate 90d".
          10 filler                    pic x(011) value "   mais 90d".
          10 filler                    pic x(013) value "   Atualizado".
       01 Linha-cidade-aging.
          10 agi-nome-cidade           pic x(020).
          10 filler                    pic x(001).
          10 agi-valor-4               pic zzzzzz9.99.
          10 filler                    pic x(001).
          10 agi-valor-5               pic zzzzzz9.99.
          10 filler                    pic x(001).
          10 agi-valor-atual           pic zzzzzzzz9.99.

       01 Linha-cab-estoque.
          10 filler                    pic x(018) value spaces.
          10 est-cab-titulo            pic x(034).
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-estq           pic zz9.
       01 Linha-cab-est-labels.
          10 filler                    pic x(036) value
             "Prod Nome".
          10 filler                    pic x(023) value
             "  Saldo  Minimo  Maximo".
          10 est-cab-coluna            pic x(014).
       01 Linha-produto-est.
          10 est-codigo                pic 9(004).
          10 filler                    pic x(001).
          10 est-nome                  pic x(030).
          10 filler                    pic x(001).
          10 est-saldo                 pic zzzzzz9.
          10 filler                    pic x(001).
          10 est-minimo                pic zzzzzz9.
          10 filler                    pic x(001).
          10 est-maximo                pic zzzzzz9.
          10 filler                    pic x(001).
          10 est-valor                 pic zzzzzzzzz9.99.
       01 Linha-produto-rep.
          10 rep-codigo                pic 9(004).
          10 filler                    pic x(001).
          10 rep-nome                  pic x(030).
          10 filler                    pic x(001).
          10 rep-saldo                 pic zzzzzz9.
          10 filler                    pic x(001).
          10 rep-minimo                pic zzzzzz9.
          10 filler                    pic x(001).
          10 rep-maximo                pic zzzzzz9.
          10 filler                    pic x(007).
          10 rep-sugestao              pic zzzzzz9.
       01 Linha-mov-est.
          10 filler                    pic x(005).
          10 mve-data                  pic x(010).
          10 filler                    pic x(001).
          10 mve-tipo                  pic x(001).
          10 filler                    pic x(001).
          10 mve-qtde                  pic -zzzzzz9.
          10 filler                    pic x(001).
          10 mve-saldo                 pic zzzzzz9.
          10 filler                    pic x(001).
          10 mve-documento             pic zzzzz9.
          10 filler                    pic x(001).
          10 mve-historico             pic x(030).
          10 filler                    pic x(001).
          10 mve-operador              pic x(020).
       01 Linha-cab-credito.
          10 filler                    pic x(018) value spaces.
          10 filler    pic x(034) value
             "Clientes no Limite de Credito".
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-crd            pic zz9.
       01 Linha-cab-crd-labels.
          10 filler                    pic x(039) value
             "Codigo  Nome".
          10 filler                    pic x(042) value
             "      Limite    Exposicao    Uso% Situacao".
       01 Linha-credito-rel.
          10 crd-codigo                pic 9(007).
          10 filler                    pic x(001).
          10 crd-nome                  pic x(030).
          10 filler                    pic x(001).
          10 crd-limite                pic zzzzzzzz9.99.
          10 filler                    pic x(001).
          10 crd-exposicao             pic zzzzzzzz9.99.
          10 filler                    pic x(001).
          10 crd-uso                   pic zzzz9.9.
          10 filler                    pic x(001).
          10 crd-situacao              pic x(008).
       01 Linha-total-estoque.
          10 est-total-label           pic x(030).
          10 est-total-qtd             pic zzzz9.
          10 filler                    pic x(008) value
             "  Valor:".
          10 est-total-valor           pic zzzzzzzzz9.99.
       01 Linha-cab-comissao.
          10 filler                    pic x(018) value spaces.
          10 filler    pic x(023) value
             "Comissoes - periodo ".
          10 cab-com-periodo           pic x(011).
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-com            pic zz9.
       01 Linha-cab-com-vendedor.
          10 filler                    pic x(010) value "Vendedor: ".
          10 ccv-codigo                pic 9(003).
          10 filler                    pic x(001).
          10 ccv-nome                  pic x(030).
          10 filler                    pic x(018) value
             "  Comissao padrao:".
          10 ccv-pct                   pic zz9.99.
          10 filler                    pic x(001) value "%".
       01 Linha-cab-com-labels.
          10 filler                    pic x(040) value
             "Titulo Cliente Pedido Pagamento ".
          10 filler                    pic x(033) value
             "        Base   Taxa%   Comissao".
       01 Linha-comissao-rel.
          10 cmr-titulo                pic 9(006).
          10 filler                    pic x(001).
          10 cmr-cliente               pic 9(007).
          10 filler                    pic x(001).
          10 cmr-pedido                pic zzzzz9.
          10 filler                    pic x(001).
          10 cmr-data                  pic x(010).
          10 filler                    pic x(001).
          10 cmr-base                  pic zzzzzzzz9.99.
          10 filler                    pic x(001).
          10 cmr-taxa                  pic z9.9999.
          10 filler                    pic x(001).
          10 cmr-valor                 pic zzzzzz9.99.
       01 Linha-com-subtotal.
          10 filler                    pic x(022) value
             "Total do vendedor:".
          10 cst-qtd                   pic zzzz9.
          10 filler                    pic x(007) value spaces.
          10 cst-base                  pic zzzzzzzz9.99.
          10 filler                    pic x(009) value spaces.
          10 cst-valor                 pic zzzzzz9.99.
       01 Linha-cab-com-resumo.
          10 filler                    pic x(040) value
             "Vend Nome".
          10 filler                    pic x(039) value
             "   Qtd          Base    Comissao".
       01 Linha-com-resumo.
          10 crs-codigo                pic 9(003).
          10 filler                    pic x(002).
          10 crs-nome                  pic x(030).
          10 filler                    pic x(005).
          10 crs-qtd                   pic zzzz9.
          10 filler                    pic x(001).
          10 crs-base                  pic zzzzzzzzz9.99.
          10 filler                    pic x(001).
          10 crs-valor                 pic zzzzzzz9.99.
       01 Linha-cab-orcamento.
          10 filler                    pic x(010) value "Orcamento ".
          10 cor-numero                pic 9(006).
          10 filler                    pic x(009) value "   Data: ".
          10 cor-data                  pic x(010).
          10 filler                    pic x(013) value
             "   Validade: ".
          10 cor-validade              pic x(010).
       01 Linha-orc-cliente.
          10 filler                    pic x(010) value "Cliente:  ".
          10 cor-cliente               pic 9(007).
          10 filler                    pic x(001).
          10 cor-nome                  pic x(040).
       01 Linha-orc-labels.
          10 filler                    pic x(043) value
             "Seq Prod Nome".
          10 filler                    pic x(035) value
             " Qtde      Preco        Valor".
       01 Linha-orc-item.
          10 cori-seq                  pic z9.
          10 filler                    pic x(002).
          10 cori-produto              pic 9(004).
          10 filler                    pic x(001).
          10 cori-nome                 pic x(030).
          10 filler                    pic x(002).
          10 cori-qtde                 pic zzzz9.
          10 filler                    pic x(001).
          10 cori-preco                pic zzzzzz9.99.
          10 filler                    pic x(001).
          10 cori-valor                pic zzzzzzzz9.99.
       01 Linha-orc-total.
          10 filler                    pic x(058) value
             "Total do orcamento".
          10 cort-total                pic zzzzzzzz9.99.
       01 Linha-cab-orc-vencidos.
          10 filler                    pic x(018) value spaces.
          10 filler    pic x(034) value
             "Orcamentos Vencidos".
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-orc            pic zz9.
       01 Linha-cab-orc-venc-labels.
          10 filler                    pic x(043) value
             "Numero Cliente Nome".
          10 filler                    pic x(044) value
             "Vend Data       Validade          Total".
       01 Linha-orc-vencido.
          10 orv-numero                pic 9(006).
          10 filler                    pic x(001).
          10 orv-cliente               pic 9(007).
          10 filler                    pic x(001).
          10 orv-nome                  pic x(027).
          10 filler                    pic x(001).
          10 orv-vendedor              pic zz9.
          10 filler                    pic x(002).
          10 orv-data                  pic x(010).
          10 filler                    pic x(001).
          10 orv-validade              pic x(010).
          10 filler                    pic x(001).
          10 orv-total                 pic zzzzzzzz9.99.
       01 Linha-cab-aco-rompidos.
          10 filler                    pic x(018) value spaces.
          10 filler    pic x(034) value
             "Acordos Rompidos".
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-aco            pic zz9.
       01 Linha-cab-aco-romp-labels.
          10 filler                    pic x(043) value
             "Acordo Cliente Nome".
          10 filler                    pic x(048) value
             "Data       Total Acordo Vnc   Valor Venc Rompido".
       01 Linha-aco-rompido.
          10 acr-numero                pic 9(006).
          10 filler                    pic x(001).
          10 acr-cliente               pic 9(007).
          10 filler                    pic x(001).
          10 acr-nome                  pic x(027).
          10 filler                    pic x(001).
          10 acr-data                  pic x(010).
          10 filler                    pic x(001).
          10 acr-total                 pic zzzzzzzz9.99.
          10 filler                    pic x(001).
          10 acr-qtd-vencidas          pic zz9.
          10 filler                    pic x(001).
          10 acr-valor-vencido         pic zzzzzzzz9.99.
          10 filler                    pic x(001).
          10 acr-rompido               pic x(010).

       01 Linha-cab-integridade.
          10 filler                    pic x(020) value spaces.
          10 filler    pic x(034) value
             "Integridade Vendas e Financeiro".
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-int            pic zz9.
       01 Linha-cab-int-labels.
          10 filler                    pic x(011) value "Arquivo".
          10 filler                    pic x(003) value "Rg".
          10 filler                    pic x(015) value "Chave".
          10 filler                    pic x(039) value "Regra".
          10 filler                    pic x(010) value "Acao".
       01 Linha-excecao-int.
          10 int-arquivo               pic x(010).
          10 filler                    pic x(001).
          10 int-regra                 pic 9(002).
          10 filler                    pic x(001).
          10 int-chave                 pic x(014).
          10 filler                    pic x(001).
          10 int-descricao             pic x(038).
          10 filler                    pic x(001).
          10 int-acao                  pic x(010).
       01 Linha-total-int.
          10 tin-arquivo               pic x(010).
          10 filler                    pic x(001).
          10 tin-regra                 pic 9(002).
          10 filler                    pic x(001).
          10 tin-descricao             pic x(038).
          10 filler                    pic x(001).
          10 tin-qtd                   pic zzzz9.
          10 filler                    pic x(002).
          10 tin-corrigidos            pic zzzz9.

       01 Linha-cab-contabil.
          10 filler                    pic x(016) value spaces.
          10 filler    pic x(029) value
             "Exportacao Contabil - Lote".
          10 cab-lote-ctb              pic 9(006).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-ctb            pic zz9.
       01 Linha-cab-ctb-labels.
          10 filler                    pic x(021) value "Conta".
          10 filler                    pic x(031) value
             "Descricao".
          10 filler                    pic x(018) value
             "           Debitos".
          10 filler                    pic x(018) value
             "          Creditos".
       01 Linha-ctb-conta.
          10 ctc-conta                 pic x(020).
          10 filler                    pic x(001).
          10 ctc-descricao             pic x(030).
          10 filler                    pic x(001).
          10 ctc-debitos               pic z(13)9.99.
          10 filler                    pic x(001).
          10 ctc-creditos              pic z(13)9.99.

       01 Linha-cab-rfm.
          10 filler                    pic x(016) value spaces.
          10 filler    pic x(030) value
             "Segmentacao RFM de Clientes".
          10 cab-data-rfm              pic x(010).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-rfm            pic zz9.
       01 Linha-cab-rfm-labels.
          10 filler                    pic x(013) value "Segmento".
          10 filler                    pic x(009) value " Clientes".
          10 filler                    pic x(009) value "  % base".
          10 filler                    pic x(009) value "  Pedidos".
          10 filler                    pic x(019) value
             "        Valor total".
       01 Linha-rfm-seg.
          10 rsg-nome                  pic x(012).
          10 filler                    pic x(001).
          10 rsg-clientes              pic z(007)9.
          10 filler                    pic x(002).
          10 rsg-perc                  pic zz9.99.
          10 filler                    pic x(001).
          10 rsg-pedidos               pic z(007)9.
          10 filler                    pic x(002).
          10 rsg-valor                 pic z(13)9.99.
       01 Linha-cab-rfm-resp.
          10 filler                    pic x(010) value spaces.
          10 filler    pic x(036) value
             "Respostas de Campanha por Segmento".
          10 cab-campanha-rfm          pic x(020).
          10 filler                    pic x(002) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-rfm-resp       pic zz9.
       01 Linha-cab-rfm-resp-labels.
          10 filler                    pic x(013) value "Segmento".
          10 filler                    pic x(009) value "    Alvos".
          10 filler                    pic x(010) value " Respostas".
          10 filler                    pic x(009) value "  Taxa %".
       01 Linha-rfm-resp.
          10 rsr-nome                  pic x(012).
          10 filler                    pic x(001).
          10 rsr-alvos                 pic z(007)9.
          10 filler                    pic x(002).
          10 rsr-resp                  pic z(007)9.
          10 filler                    pic x(003).
          10 rsr-taxa                  pic zz9.99.

       01 Linha-cab-analise.
          10 filler                    pic x(002) value spaces.
          10 filler                    pic x(019) value
             "Analise de Vendas".
          10 cab-anv-ini               pic x(010).
          10 filler                    pic x(003) value " a ".
          10 cab-anv-fim               pic x(010).
          10 filler                    pic x(015) value
             "  comparativo ".
          10 cab-anv-ini-ant           pic x(010).
          10 filler                    pic x(003) value " a ".
          10 cab-anv-fim-ant           pic x(010).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-anv            pic zz9.
       01 Linha-anv-titulo.
          10 anv-tit-texto             pic x(040).
       01 Linha-cab-anv-labels.
          10 filler                    pic x(008) value "Codigo".
          10 filler                    pic x(031) value "Descricao".
          10 filler                    pic x(011) value "      Qtde".
          10 filler                    pic x(017) value
             "           Valor".
          10 filler                    pic x(011) value " Qtde ant.".
          10 filler                    pic x(017) value
             "      Valor ant.".
          10 filler                    pic x(010) value "     Var %".
       01 Linha-anv-det.
          10 anv-det-codigo            pic z(006)9.
          10 filler                    pic x(001).
          10 anv-det-descricao         pic x(030).
          10 filler                    pic x(001).
          10 anv-det-qtd               pic -(009)9.
          10 filler                    pic x(001).
          10 anv-det-valor             pic -(012)9.99.
          10 filler                    pic x(001).
          10 anv-det-qtd-ant           pic -(009)9.
          10 filler                    pic x(001).
          10 anv-det-valor-ant         pic -(012)9.99.
          10 filler                    pic x(001).
          10 anv-det-var               pic x(010).
       01 Linha-cab-abc-labels.
          10 filler                    pic x(006) value "Pos.".
          10 filler                    pic x(008) value "Codigo".
          10 filler                    pic x(031) value "Descricao".
          10 filler                    pic x(017) value
             "           Valor".
          10 filler                    pic x(008) value "      %".
          10 filler                    pic x(009) value "  % acum".
          10 filler                    pic x(006) value "Classe".
       01 Linha-anv-abc.
          10 abc-rank                  pic zzzz9.
          10 filler                    pic x(001).
          10 abc-codigo                pic z(006)9.
          10 filler                    pic x(001).
          10 abc-descricao             pic x(030).
          10 filler                    pic x(001).
          10 abc-valor                 pic -(012)9.99.
          10 filler                    pic x(001).
          10 abc-perc                  pic zz9.99.
          10 filler                    pic x(002).
          10 abc-acum                  pic zz9.99.
          10 filler                    pic x(005).
          10 abc-classe                pic x(001).

       01 Linha-cab-contratos.
          10 filler                    pic x(010) value spaces.
          10 filler    pic x(028) value
             "Contratos Recorrentes - Mes".
          10 cab-periodo-ctr           pic x(007).
          10 filler                    pic x(004) value spaces.
          10 cab-data-ctr              pic x(010).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-ctr            pic zz9.
       01 Linha-ctr-titulo.
          10 ctr-tit-texto             pic x(060).
       01 Linha-cab-ctr-labels.
          10 filler                    pic x(011) value "Cliente".
          10 filler                    pic x(026) value "Nome".
          10 filler                    pic x(026) value "Contrato".
          10 filler                    pic x(013) value
             "       Valor".
          10 filler                    pic x(011) value "Data".
          10 filler                    pic x(026) value "Observacao".
       01 Linha-ctr-det.
          10 ctd-cliente               pic z(006)9.
          10 filler                    pic x(001).
          10 ctd-seq                   pic 9(002).
          10 filler                    pic x(001).
          10 ctd-nome                  pic x(025).
          10 filler                    pic x(001).
          10 ctd-descricao             pic x(025).
          10 filler                    pic x(001).
          10 ctd-valor                 pic z(008)9.99.
          10 filler                    pic x(001).
          10 ctd-data                  pic x(010).
          10 filler                    pic x(001).
          10 ctd-obs                   pic x(026).

       01 Linha-cab-precos.
          10 filler                    pic x(010) value spaces.
          10 cab-titulo-prc            pic x(046).
          10 cab-data-prc              pic x(010).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-prc            pic zz9.
       01 Linha-cab-prc-param.
          10 cab-param-prc             pic x(080).
       01 Linha-cab-rjp-labels.
          10 filler                    pic x(005) value "Cod.".
          10 filler                    pic x(031) value "Produto".
          10 filler                    pic x(004) value "Sit".
          10 filler                    pic x(011) value
             " Preco base".
          10 filler                    pic x(012) value
             "  Novo preco".
          10 filler                    pic x(012) value
             "   Diferenca".
          10 filler                    pic x(020) value " Observacao".
       01 Linha-rjp-det.
          10 rjp-codigo                pic zzz9.
          10 filler                    pic x(001).
          10 rjp-nome                  pic x(030).
          10 filler                    pic x(001).
          10 rjp-situacao              pic x(001).
          10 filler                    pic x(002).
          10 rjp-base                  pic z(006)9.99.
          10 filler                    pic x(001).
          10 rjp-novo                  pic z(006)9.99.
          10 filler                    pic x(001).
          10 rjp-diferenca             pic -(007)9.99.
          10 filler                    pic x(001).
          10 rjp-obs                   pic x(040).
       01 Linha-cab-evp-labels.
          10 filler                    pic x(005) value "Cod.".
          10 filler                    pic x(026) value "Produto".
          10 filler                    pic x(011) value "Vigencia".
          10 filler                    pic x(011) value "      Preco".
          10 filler                    pic x(011) value "   Anterior".
          10 filler                    pic x(009) value "   Var %".
          10 filler                    pic x(011) value " Origem".
          10 filler                    pic x(020) value "Operador".
       01 Linha-evp-det.
          10 evp-codigo                pic zzz9.
          10 filler                    pic x(001).
          10 evp-nome                  pic x(025).
          10 filler                    pic x(001).
          10 evp-vigencia              pic x(010).
          10 filler                    pic x(001).
          10 evp-preco                 pic z(006)9.99.
          10 filler                    pic x(001).
          10 evp-anterior              pic z(006)9.99.
          10 filler                    pic x(001).
          10 evp-var                   pic x(008).
          10 filler                    pic x(001).
          10 evp-origem                pic x(010).
          10 filler                    pic x(001).
          10 evp-operador              pic x(020).

       01 Linha-cab-extrato.
          10 filler                    pic x(010) value spaces.
          10 filler                    pic x(046) value
             "Extrato de Conta do Cliente".
          10 cab-data-ext              pic x(010).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-ext            pic zz9.
       01 Linha-cab-ext-cliente.
          10 filler                    pic x(009) value "Cliente: ".
          10 cab-cliente-ext           pic 9(007).
          10 filler                    pic x(001) value spaces.
          10 cab-nome-ext              pic x(050).
       01 Linha-cab-ext-periodo.
          10 cab-periodo-ext           pic x(080).
       01 Linha-cab-ext-labels.
          10 filler                    pic x(011) value "Data".
          10 filler                    pic x(046) value "Historico".
          10 filler                    pic x(013) value
             "       Debito".
          10 filler                    pic x(013) value
             "      Credito".
          10 filler                    pic x(014) value
             "         Saldo".
       01 Linha-ext-det.
          10 ext-d-data                pic x(010).
          10 filler                    pic x(001).
          10 ext-d-historico           pic x(045).
          10 filler                    pic x(001).
          10 ext-d-debito              pic x(012).
          10 filler                    pic x(001).
          10 ext-d-credito             pic x(012).
          10 filler                    pic x(001).
          10 ext-d-saldo               pic x(013).
          10 filler                    pic x(001).
          10 ext-d-marca               pic x(010).
       01 Linha-cab-ext-abertos.
          10 filler                    pic x(008) value "Titulo".
          10 filler                    pic x(008) value "Parcela".
          10 filler                    pic x(011) value "Vencimento".
          10 filler                    pic x(013) value
             "        Valor".
          10 filler                    pic x(013) value
             "        Saldo".
          10 filler                    pic x(008) value "  Atraso".
       01 Linha-ext-aberto.
          10 ext-a-titulo              pic 9(006).
          10 filler                    pic x(002).
          10 ext-a-parcela             pic x(005).
          10 filler                    pic x(003).
          10 ext-a-vencimento          pic x(010).
          10 filler                    pic x(001).
          10 ext-a-valor               pic z(008)9.99.
          10 filler                    pic x(001).
          10 ext-a-saldo               pic z(008)9.99.
          10 filler                    pic x(001).
          10 ext-a-atraso              pic x(005).
          10 filler                    pic x(002).
          10 ext-a-marca               pic x(012).

       01 Linha-cab-fluxo.
          10 filler                    pic x(010) value spaces.
          10 filler                    pic x(028) value
             "Projecao de Recebimentos de ".
          10 cab-flx-inicio            pic x(010).
          10 filler                    pic x(003) value " a ".
          10 cab-flx-fim               pic x(010).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-flx            pic zz9.
       01 Linha-cab-flx-secao.
          10 filler                    pic x(010) value spaces.
          10 cab-flx-secao             pic x(020).
       01 Linha-cab-flx-labels.
          10 filler                    pic x(011) value "Data".
          10 filler                    pic x(003) value "Dia".
          10 filler                    pic x(017) value
             "     Previsto dia".
          10 filler                    pic x(017) value
             "     Total semana".
          10 filler                    pic x(017) value
             "        Total mes".
       01 Linha-flx-det.
          10 flx-det-data              pic x(010).
          10 filler                    pic x(001).
          10 flx-det-dia-sem           pic x(003).
          10 filler                    pic x(003).
          10 flx-det-dia               pic x(014).
          10 filler                    pic x(003).
          10 flx-det-semana            pic x(014).
          10 filler                    pic x(003).
          10 flx-det-mes               pic x(014).

       01 Linha-cab-atividade.
          10 filler                    pic x(010) value spaces.
          10 filler                    pic x(028) value
             "Atividade de Operadores de ".
          10 cab-atv-inicio            pic x(010).
          10 filler                    pic x(003) value " a ".
          10 cab-atv-fim               pic x(010).
          10 filler                    pic x(004) value spaces.
          10 filler                    pic x(008) value "Pagina: ".
          10 cab-pagina-atv            pic zz9.
       01 Linha-cab-atv-secao.
          10 filler                    pic x(010) value spaces.
          10 cab-atv-secao             pic x(040).
       01 Linha-cab-atv-resumo.
          10 filler                    pic x(021) value "Operador".
          10 filler                    pic x(003) value "Fil".
          10 filler                    pic x(031) value
             " Incl Alter Inativ  Excl   Ped".
          10 filler                    pic x(013) value
             "  Valor ped.".
          10 filler                    pic x(031) value
             "Baixas OcoAb OcoFe Falha  Bloq".
          10 filler                    pic x(005) value "Revis".
       01 Linha-atv-resumo.
          10 atr-operador              pic x(020).
          10 filler                    pic x(001).
          10 atr-filial                pic x(002).
          10 filler                    pic x(001).
          10 atr-incl                  pic zzzz9.
          10 filler                    pic x(001).
          10 atr-alter                 pic zzzz9.
          10 filler                    pic x(001).
          10 atr-inat                  pic zzzzz9.
          10 filler                    pic x(001).
          10 atr-excl                  pic zzzz9.
          10 filler                    pic x(001).
          10 atr-ped                   pic zzzz9.
          10 filler                    pic x(001).
          10 atr-valor-ped             pic zzzzzzzz9.99.
          10 filler                    pic x(001).
          10 atr-baix                  pic zzzzz9.
          10 filler                    pic x(001).
          10 atr-oco-ab                pic zzzz9.
          10 filler                    pic x(001).
          10 atr-oco-fe                pic zzzz9.
          10 filler                    pic x(001).
          10 atr-falha                 pic zzzz9.
          10 filler                    pic x(001).
          10 atr-bloq                  pic zzzz9.
          10 filler                    pic x(001).
          10 atr-sens                  pic zzzz9.
       01 Linha-cab-atv-det.
          10 filler                    pic x(011) value "Data".
          10 filler                    pic x(006) value "Hora".
          10 filler                    pic x(021) value "Operador".
          10 filler                    pic x(019) value "Acao".
          10 filler                    pic x(021) value "Referencia".
          10 filler                    pic x(013) value
             "       Valor".
          10 filler                    pic x(041) value "Descricao".
       01 Linha-atv-det.
          10 atd-data                  pic x(010).
          10 filler                    pic x(001).
          10 atd-hora                  pic x(005).
          10 filler                    pic x(001).
          10 atd-operador              pic x(020).
          10 filler                    pic x(001).
          10 atd-acao                  pic x(018).
          10 filler                    pic x(001).
          10 atd-referencia            pic x(020).
          10 filler                    pic x(001).
          10 atd-valor                 pic x(012).
          10 filler                    pic x(001).
          10 atd-descricao             pic x(040).
          10 filler                    pic x(001).
          10 atd-marca                 pic x(007).

       screen section.
       01  scr-menu.
           03 line 05 column 01 "(3) Navegacao de Clientes     ".
           03 line 06 column 01 "(4) Consulta Avancada         ".
           03 line 07 column 01 "(5) Campanhas                 ".
           03 line 08 column 01 "(6) Painel Gerencial          ".
           03 line 09 column 01 "(0) Voltar                    ".
           03 line 10 column 01 "( ) Opcao".

       01  scr-submenu-manutencao.
           03 blank screen.
           03 line 13 column 01 "(11) Recuperacao via Journal  ".
           03 line 14 column 01 "(12) Faixas Codigo por Filial ".
           03 line 15 column 01 "(13) Fusao Cidades/Bairros    ".
           03 line 03 column 35 "(14) Calendario de Feriados   ".
           03 line 04 column 35 "(15) Integridade Vendas/Financ".
           03 line 05 column 35 "(16) Recalcular Indicadores   ".
           03 line 06 column 35 "(17) Atividade de Operadores  ".
           03 line 16 column 01 "(0) Voltar                    ".
           03 line 17 column 01 "(  ) Opcao".

           03 line 11 column 01 "(9) Carteira por Vendedor     ".
           03 line 12 column 01 "(10) Transferencia Carteira   ".
           03 line 13 column 01 "(11) Registrar AR Postagem    ".
           03 line 03 column 35 "(12) Estoque                  ".
           03 line 04 column 35 "(13) Condicoes de Pagamento   ".
           03 line 05 column 35 "(14) Parametros Financeiros   ".
           03 line 06 column 35 "(15) Limite de Credito        ".
           03 line 07 column 35 "(16) Clientes no Limite       ".
           03 line 08 column 35 "(17) Comissoes                ".
           03 line 09 column 35 "(18) Cancelamento / Devolucao ".
           03 line 10 column 35 "(19) Orcamentos               ".
           03 line 11 column 35 "(20) Boletos                  ".
           03 line 12 column 35 "(21) Regua de Cobranca        ".
           03 line 13 column 35 "(22) Acordos                  ".
           03 line 14 column 35 "(23) Exportacao Contabil      ".
           03 line 15 column 35 "(24) Analise de Vendas        ".
           03 line 16 column 35 "(25) Contratos Recorrentes    ".
           03 line 17 column 35 "(26) Tabela de Precos         ".
           03 line 18 column 35 "(27) Extrato do Cliente       ".
           03 line 19 column 35 "(28) Notas Fiscais            ".
           03 line 20 column 35 "(29) Conciliacao Bancaria     ".
           03 line 21 column 35 "(30) Projecao de Recebimentos ".
           03 line 14 column 01 "(0) Voltar                    ".
           03 line 15 column 01 "(  ) Opcao".

               close consentimentos
               open i-o consentimentos
           end-if
           open i-o movimentos-estoque
           if   fs-movest = "35"
               open output movimentos-estoque
               close movimentos-estoque
               open i-o movimentos-estoque
           end-if
           open i-o condicoes-pagamento
           if   fs-condpag = "35"
               open output condicoes-pagamento
               close condicoes-pagamento
               open i-o condicoes-pagamento
           end-if
           open i-o pagamentos
           if   fs-pagamentos = "35"
               open output pagamentos
               close pagamentos
               open i-o pagamentos
           end-if
           open i-o comissoes
           if   fs-comissoes = "35"
               open output comissoes
               close comissoes
               open i-o comissoes
           end-if
           open i-o comissao-periodos
           if   fs-com-periodos = "35"
               open output comissao-periodos
               close comissao-periodos
               open i-o comissao-periodos
           end-if
           open i-o creditos-clientes
           if   fs-creditos = "35"
               open output creditos-clientes
               close creditos-clientes
               open i-o creditos-clientes
           end-if
           open i-o orcamentos
           if   fs-orcamentos = "35"
               open output orcamentos
               close orcamentos
               open i-o orcamentos
           end-if
           open i-o orcamentos-itens
           if   fs-orc-itens = "35"
               open output orcamentos-itens
               close orcamentos-itens
               open i-o orcamentos-itens
           end-if
           open i-o acordos
           if   fs-acordos = "35"
               open output acordos
               close acordos
               open i-o acordos
           end-if
           open i-o feriados
           if   fs-feriados = "35"
               open output feriados
               close feriados
               open i-o feriados
           end-if
           open i-o movimentos-titulos
           if   fs-movtit = "35"
               open output movimentos-titulos
               close movimentos-titulos
               open i-o movimentos-titulos
           end-if
           open i-o rfm-clientes
           if   fs-rfm = "35"
               open output rfm-clientes
               close rfm-clientes
               open i-o rfm-clientes
           end-if
           open i-o indicadores
           if   fs-indicadores = "35"
               open output indicadores
               close indicadores
               open i-o indicadores
           end-if
           open i-o contratos
           if   fs-contratos = "35"
               open output contratos
               close contratos
               open i-o contratos
           end-if
           open i-o precos-historico
           if   fs-precos = "35"
               open output precos-historico
               close precos-historico
               open i-o precos-historico
           end-if
           open i-o notas-fiscais
           if   fs-notas = "35"
               open output notas-fiscais
               close notas-fiscais
               open i-o notas-fiscais
           end-if
           open i-o notas-itens
           if   fs-notas-itens = "35"
               open output notas-itens
               close notas-itens
               open i-o notas-itens
           end-if
           open i-o conciliacao
           if   fs-conciliacao = "35"
               open output conciliacao
               close conciliacao
               open i-o conciliacao
           end-if
           open i-o negativacoes
           if   fs-negativacao = "35"
               open output negativacoes
               close negativacoes
               open i-o negativacoes
           end-if
           .
       1001-saida.
       1001.
                   move estado            to ws-carta-valor
              when "CEP"
                   move cep               to ws-carta-valor
      *>  titulo markers, filled in by the regua de cobranca run
              when "TITULO"
                   move tit-numero        to ws-carta-valor
              when "VENCIMENTO"
                   move ws-rgu-vencimento-edit to ws-carta-valor
              when "VALOR"
                   move function trim (ws-rgu-valor-edit)
                        to ws-carta-valor
              when "DIAS"
                   move function trim (ws-rgu-dias-edit)
                        to ws-carta-valor
              when "ETAPA"
                   move ws-rgu-nome-etapa to ws-carta-valor
      *>  last day before the negativacao, from its prior notice
              when "PRAZO"
                   move ws-neg-limite-edit to ws-carta-valor
              when other
      *>  an unknown marker goes back into the letter as-is
                   string "%" ws-carta-token "%"
                    else
                         move zeros          to ws-ctl-qtd-filiais
                    end-if
                    if   ctl-proximo-orcamento numeric
                         move ctl-proximo-orcamento
                              to ws-ctl-prox-orcamento
                    else
                         move zeros          to ws-ctl-prox-orcamento
                    end-if
                    if   ctl-proximo-acordo numeric
                         move ctl-proximo-acordo
                              to ws-ctl-prox-acordo
                    else
                         move zeros          to ws-ctl-prox-acordo
                    end-if
                    if   ctl-proximo-nota numeric
                         move ctl-proximo-nota
                              to ws-ctl-prox-nota
                    else
                         move zeros          to ws-ctl-prox-nota
                    end-if
                    set  controle-ok        to true
               end-if
               close arq-controle
                  move zeros to ctl-fil-proximo (ws-idx-filial)
             end-if
          end-perform
          move ws-ctl-prox-orcamento    to ctl-proximo-orcamento
          move ws-ctl-prox-acordo       to ctl-proximo-acordo
          move ws-ctl-prox-nota         to ctl-proximo-nota
          write registro-controle
          close arq-controle.
       2123-exit section.
          display erase
          display scr-submenu-consultas
          move zeros               to ws-opcao-consulta
          accept ws-opcao-consulta   at 1002
          with update auto-skip
          evaluate ws-opcao-consulta
              when 1
                  perform 2145-consulta-avancada
              when 5
                  perform 2197-menu-campanhas
              when 6
                  if   operador-supervisor
                       perform 2406-painel-gerencial
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when other
                  continue
          end-evaluate.
          read operadores
          if   fs-operadores <> "00"
               add 1                    to ws-tentativas-login
               move "F"                 to ws-acs-evento
               move "LOGIN INEXISTENTE" to ws-acs-detalhe
               perform 2514-grava-log-acesso
               display "Login ou senha invalidos" at 1905
               accept ws-teclas
               go to 2054-fim
          end-if
          if   oper-bloqueado = "S"
               add 1                    to ws-tentativas-login
               move "F"                 to ws-acs-evento
               move "OPERADOR BLOQUEADO" to ws-acs-detalhe
               perform 2514-grava-log-acesso
               display "Operador bloqueado - procure o supervisor"
                       at 1905
               accept ws-teclas
                    else
                         move 1         to oper-tentativas
                    end-if
                    move "F"            to ws-acs-evento
                    move "SENHA INVALIDA" to ws-acs-detalhe
                    perform 2514-grava-log-acesso
                    if   oper-tentativas >= 3
                         move "S"       to oper-bloqueado
                         display "Operador bloqueado apos 3 falhas"
                                 at 2005
                         move "B"       to ws-acs-evento
                         move "BLOQUEADO APOS 3 FALHAS"
                              to ws-acs-detalhe
                         perform 2514-grava-log-acesso
                    end-if
                    rewrite registro-operadores
                    display "Login ou senha invalidos" at 1905
      *>  forced change: first login, supervisor reset, or a senha
      *>  older than ws-validade-senha days.
          accept ws-data-hoje-oper from date yyyymmdd
          move ws-data-hoje-oper        to ws-cal-data
          perform 2343-serial-data
          move ws-cal-serial            to ws-serial-hoje-oper
          move zeros                    to ws-serial-senha
          if   oper-data-senha numeric
               move oper-data-senha     to ws-cal-data
               perform 2343-serial-data
               move ws-cal-serial       to ws-serial-senha
          end-if
          if   ws-serial-senha > zeros
               compute ws-idade-senha =
                       ws-serial-hoje-oper - ws-serial-senha
          else
                               at 1905
                       accept ws-teclas
                  end-if
              when 14
                  if   operador-supervisor
                       perform 2348-menu-calendario
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when 15
                  perform 2356-integridade
              when 16
                  if   operador-supervisor
                       perform 2409-tela-recalculo-ind
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when 17
                  if   operador-supervisor
                       perform 2515-atividade-operadores
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when other
                  continue
          end-evaluate.
          exit.
       2006-gravar-arquivo section.
       2006.
          move "N"                      to ws-flag-cli-incluido
          write registro-clientes
          if   fs-clientes = "22"
               rewrite registro-clientes
          else
               if   fs-clientes = "00"
                    set cliente-incluido to true
               end-if
               if   fs-clientes = "00"
                    and not controle-adiado
      *>  new inclusion: keep the count and next codigo of the
                    end-perform
                    perform 2123-grava-controle
               end-if
               if   fs-clientes = "00"
                    initialize ws-ind-deltas
                    accept ws-ind-data from date yyyymmdd
                    move 1               to ws-ind-d-cli-novos
                    perform 2404-atualiza-indicador
               end-if
          end-if
      *>  every image that lands on clientes.dat also lands on the
      *>  day's journal, so a crash replays forward from the last
      *>  backup instead of losing the afternoon.
          if   fs-clientes = "00"
               move "C"                  to ws-jrn-arquivo
               if   cliente-incluido
                    move "I"             to ws-jrn-operacao
               else
                    move "W"             to ws-jrn-operacao
               end-if
               perform 2185-grava-journal
          end-if.

               move ant-cod-vendedor       to aud-valor-anterior
               move cod-vendedor-cliente   to aud-valor-novo
               perform 2219-grava-registro-auditoria
          end-if
      *>  the limite stays blank on records that never had one.
          if   ant-limite-credito <> limite-credito
               move "LIMITE CREDITO"       to aud-campo
               move spaces                 to aud-valor-anterior
               if   ant-limite-credito numeric
                    move ant-limite-credito to ws-valor-edit
                    move ws-valor-edit     to aud-valor-anterior
               end-if
               move spaces                 to aud-valor-novo
               if   limite-credito numeric
                    move limite-credito    to ws-valor-edit
                    move ws-valor-edit     to aud-valor-novo
               end-if
               perform 2219-grava-registro-auditoria
          end-if.
       2034-exit section.
       2034.

      *>  several fields change in the same second - the seq byte of
      *>  the key tells them apart, bumped until the write lands.
      *>  ws-aud-origem marks the entries of a reversal (R) or a
      *>  carteira transfer (T); blank for ordinary maintenance.
       2219-grava-registro-auditoria section.
       2219.
          move ws-aud-origem            to aud-origem
          move zeros                    to aud-seq
          write registro-auditoria
          perform until fs-auditoria <> "22"

       2029-purgar-relatorios-antigos section.
       2029.
          move ws-data-rel              to ws-cal-data
          perform 2343-serial-data
          move ws-cal-serial            to ws-serial-hoje
          compute ws-serial-corte = ws-serial-hoje - ws-retencao-dias
          string ws-pasta-relatorios delimited by size,
                 "Relatorio_*.rel"   delimited by size
                  call "CBL_READ_DIR" using ws-dir-handle
                                            ws-nome-arq-dir
                  if   return-code = 0
                       move ws-nome-arq-dir (11:8) to ws-cal-data
                       perform 2343-serial-data
                       move ws-cal-serial   to ws-serial-arq
      *>  a name without a valid date is not ours to purge.
                       if   ws-serial-arq > zeros
                            and ws-serial-arq < ws-serial-corte
                            string ws-pasta-relatorios delimited by
                                   size,
                                   ws-nome-arq-dir      delimited by " "
                   perform 2181-gera-remessa-cnab
              when "FECHAMENTO"
                   perform 5106-executa-fechamento
              when "COMISSOES"
                   perform 5110-comissoes-batch
              when "REGUA"
                   perform 5111-regua-batch
              when "INTEGRIDADE"
                   perform 5112-integridade-batch
              when "CONTABIL"
                   perform 5113-contabil-batch
              when "RFM"
                   perform 5114-rfm-batch
              when "VENDAS"
                   perform 5115-vendas-batch
              when "CONTRATOS"
                   perform 5116-contratos-batch
              when "REAJUSTE"
                   perform 5117-reajuste-batch
              when "EXTRATOS"
                   perform 5118-extratos-batch
              when "NFE"
                   perform 2465-exporta-notas
              when "NFERETORNO"
                   if   ws-cmd-param = spaces
                        move 8           to ws-rc-batch
                        move "nferetorno: nome do arquivo ausente"
                             to ws-msg-log
                        perform 2129-grava-log-batch
                   else
                        move ws-cmd-param to wid-nfe
                        perform 2467-retorno-notas
                   end-if
              when "CONCILIACAO"
                   if   ws-cmd-param = spaces
                        move 8           to ws-rc-batch
                        move "conciliacao: nome do arquivo ausente"
                             to ws-msg-log
                        perform 2129-grava-log-batch
                   else
                        move ws-cmd-param to wid-extrato-banco
                        perform 2482-importa-extrato-banco
                   end-if
              when "NEGATIVACAO"
                   perform 2493-executa-negativacao
              when "PROJECAO"
                   perform 5119-projecao-batch
              when "ATIVIDADE"
                   perform 5120-atividade-batch
              when "CONSULTAS"
                   perform 5107-atende-consultas
              when "RETORNO"
      *>  finished with rc 0 today, and its agd-depende job (if any)
      *>  finished with rc 0 today.  a job re-queued from the
      *>  manutencao screen (refila = S) runs regardless of window.
      *>  agd-dia-util = S keeps a job off weekends and feriados.
      *>  each outcome goes to agenda_status.dat and batch log.
       5100-executa-agenda section.
       5100.
                            to ws-agd-hora-fim (ws-qtd-agenda)
                       move agd-depende
                            to ws-agd-depende (ws-qtd-agenda)
                       move agd-dia-util
                            to ws-agd-dia-util (ws-qtd-agenda)
                  end-if
                  read arq-agenda
               end-perform
                        ws-agd-hora-fim (ws-idx-agenda)
                    set  job-deve-rodar  to true
               end-if
               if   job-deve-rodar
                    and ws-agd-dia-util (ws-idx-agenda) = "S"
                    move ws-data-hoje-agenda to ws-cal-data
                    perform 2345-testa-dia-util
                    if   not dia-util
                         move "N"        to ws-flag-roda-job
                    end-if
               end-if
      *>  already closed clean today - nothing left to do.
               if   job-deve-rodar
                    and ws-idx-status > zeros

      *>===================================================================================
      *>  FECHAMENTO: the whole end-of-day close in one command -
      *>  base verification (2072), sales/receivables integrity
      *>  (2357), backup (2077), delta export (2128), report
      *>  purge (2029), the painel counters (2408) and the prices
      *>  whose vigencia has come (2440), in that order.  the
      *>  close date in the controle record refuses a second run
      *>  for the same day, an error (rc 8) in a step
      *>  aborts the rest of the chain, one consolidated report
      *>  lands in reports/ and the outcome is kept for the painel.
       5106-executa-fechamento section.
       5106.
          accept ws-data-fech from date yyyymmdd
               set  fechamento-abortado  to true
          end-if

      *>  etapa 2 - integridade vendas/financeiro (so relatorio)
          if   not fechamento-abortado
               move "N"                  to ws-flag-int-corrige
               perform 2357-executa-integridade
               move spaces               to ws-msg-log
               string "fechamento: integridade excecoes="
                      ws-int-total-exc
                      delimited by size into ws-msg-log
               perform 2129-grava-log-batch
               if   ws-int-total-exc > zeros
                    and ws-rc-batch < 4
                    move 4               to ws-rc-batch
               end-if
          end-if

      *>  etapa 3 - backup dos arquivos
          if   not fechamento-abortado
               perform 2077-gera-backup
               move "fechamento: backup gerado" to ws-msg-log
               end-if
          end-if

      *>  etapa 4 - exportacao delta
          if   not fechamento-abortado
               move spaces               to ws-reg-cliente
               move zeros                to wcodigo
               end-if
          end-if

      *>  etapa 5 - purga dos relatorios antigos
          if   not fechamento-abortado
               accept ws-data-rel from date yyyymmdd
               perform 2029-purgar-relatorios-antigos
               perform 2129-grava-log-batch
          end-if

      *>  etapa 6 - recalculo dos indicadores do painel
          if   not fechamento-abortado
               perform 2408-recalcula-indicadores
               move "fechamento: indicadores do painel recalculados"
                    to ws-msg-log
               perform 2129-grava-log-batch
          end-if

      *>  etapa 7 - precos com vigencia a partir de hoje
          if   not fechamento-abortado
               perform 2440-sincroniza-precos
               move spaces               to ws-msg-log
               string "fechamento: precos atualizados="
                      ws-rjp-qtd
                      delimited by size into ws-msg-log
               perform 2129-grava-log-batch
          end-if

          if   not fechamento-abortado
               perform 2122-le-controle
               move ws-data-fech         to ws-ctl-ult-fechamento
          move ws-ver-qtd-com-erro      to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Excecoes de integridade" to ver-total-label
          move ws-int-total-exc         to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Registros exportados"   to ver-total-label
          move ws-cont-exportados       to ver-total-qtd
          move linha-total-ver          to relatorio-registro
                      wid-relatorio (1:40)
                      delimited by size into ws-msg-log
          end-if
          perform 2129-grava-log-batch
          perform 2410-grava-fechamento-ind.
       5106-fim.
          exit.
       5106-exit section.
       5109.
          exit.

      *>===================================================================================
      *>  COMISSOES [aaaamm]: closes the month given, or the
      *>  previous month when none is, and prints the extratos to
      *>  PDF.  a month already closed ends with rc 4.
       5110-comissoes-batch section.
       5110.
          accept ws-com-hoje from date yyyymmdd
          if   ws-cmd-param (1:6) numeric
               move ws-cmd-param (1:6)   to ws-com-periodo
          else
               if   ws-com-hoje-mes = 1
                    compute ws-com-ano = ws-com-hoje-ano - 1
                    move 12               to ws-com-mes
               else
                    move ws-com-hoje-ano  to ws-com-ano
                    compute ws-com-mes = ws-com-hoje-mes - 1
               end-if
          end-if
          compute ws-com-periodo-atual = ws-com-hoje-ano * 100
                                       + ws-com-hoje-mes
          if   ws-com-mes < 1 or ws-com-mes > 12
               or ws-com-periodo >= ws-com-periodo-atual
               move 8                    to ws-rc-batch
               move "comissoes: periodo invalido ou em aberto"
                    to ws-msg-log
               perform 2129-grava-log-batch
               go to 5110-fim
          end-if
          move ws-com-periodo           to cpe-ano-mes
          read comissao-periodos
          if   fs-com-periodos = "00"
               move 4                    to ws-rc-batch
               move spaces               to ws-msg-log
               string "comissoes: periodo " ws-com-periodo
                      " ja fechado" delimited by size into ws-msg-log
               perform 2129-grava-log-batch
               go to 5110-fim
          end-if
          move ws-oper-login-logado     to ws-com-operador
          perform 2275-processa-comissoes
          perform 2279-extrato-comissoes
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          move spaces                   to ws-msg-log
          string "comissoes periodo " ws-com-periodo
                 " lancamentos=" ws-com-qtd-total
                 " arquivo=" wid-relatorio (1:40)
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5110-fim.
          exit.
       5110-exit section.
       5110.
          exit.

      *>===================================================================================
      *>  REGUA: the daily dunning run for the agenda; the letters
      *>  are printed to PDF, e-mail failures end with rc 4.
       5111-regua-batch section.
       5111.
          perform 2322-executa-regua
          if   ws-rgu-cont-cartas > zeros
               move "P"                  to ws-destino-rel
               move wid-relatorio        to ws-nome-arq-rel
               move "N"                  to ws-opcao-dialogo-rel
               move 1                    to ws-copias-rel
               call relatorio-impressao using ws-param-relatorio
               cancel relatorio-impressao
          end-if
          if   ws-rgu-cont-falhas > zeros
               move 4                    to ws-rc-batch
          end-if
          move spaces                   to ws-msg-log
          string "regua: cartas=" ws-rgu-cont-cartas
                 " emails=" ws-rgu-cont-emails
                 " sem canal=" ws-rgu-cont-sem-canal
                 " falhas=" ws-rgu-cont-falhas
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5111-exit section.
       5111.
          exit.

      *>===================================================================================
      *>  INTEGRIDADE: the cross-file check, report only - the
      *>  repairs need a supervisor at the screen.  exceptions end
      *>  with rc 4.
       5112-integridade-batch section.
       5112.
          move "N"                      to ws-flag-int-corrige
          perform 2357-executa-integridade
          if   ws-int-total-exc > zeros
               and ws-rc-batch < 4
               move 4                    to ws-rc-batch
          end-if
          move spaces                   to ws-msg-log
          string "integridade: excecoes=" ws-int-total-exc
                 " relatorio " wid-relatorio (1:40)
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5112-exit section.
       5112.
          exit.

      *>===================================================================================
      *>  CONTABIL [aaaamm]: the exportacao contabil of the month
      *>  given, or of the previous month, with the balancing
      *>  report printed to PDF.  a lote that does not balance or
      *>  has papeis without account ends with rc 4.
       5113-contabil-batch section.
       5113.
          move zeros                    to ws-ctb-periodo
          if   ws-cmd-param (1:6) numeric
               move ws-cmd-param (1:6)   to ws-ctb-periodo
          end-if
          perform 2380-valida-periodo-ctb
          if   not ctb-periodo-ok
               move 8                    to ws-rc-batch
               move "contabil: periodo invalido ou em aberto"
                    to ws-msg-log
               perform 2129-grava-log-batch
               go to 5113-fim
          end-if
          perform 2372-exportacao-contabil
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          if   (ws-ctb-total-deb <> ws-ctb-total-cred
                or ws-ctb-sem-conta > zeros)
               and ws-rc-batch < 4
               move 4                    to ws-rc-batch
          end-if
          move spaces                   to ws-msg-log
          string "contabil lote " ws-ctb-periodo
                 " lancamentos=" ws-ctb-sequencia
                 " sem conta=" ws-ctb-sem-conta
                 " arquivo=" wid-contabil (1:20)
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5113-fim.
          exit.
       5113-exit section.
       5113.
          exit.

      *>===================================================================================
      *>  RFM: rebuilds the rfm segmentation of the active clients
      *>  and prints the segment summary to PDF.
       5114-rfm-batch section.
       5114.
          perform 2381-calcula-rfm
          perform 2385-relatorio-rfm
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          move spaces                   to ws-msg-log
          string "rfm clientes=" ws-rfm-total-clientes
                 " compradores=" ws-rfm-compradores
                 " arquivo=" wid-relatorio (1:40)
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5114-exit section.
       5114.
          exit.

      *>===================================================================================
      *>  VENDAS [aaaammdd aaaammdd]: analise de vendas of the range
      *>  given, or of the previous month, to PDF and csv.
       5115-vendas-batch section.
       5115.
          accept ws-anv-hoje from date yyyymmdd
          if   ws-cmd-param (1:8) numeric
               and ws-cmd-param (10:8) numeric
               move ws-cmd-param (1:8)   to ws-anv-ini
               move ws-cmd-param (10:8)  to ws-anv-fim
          else
               move ws-anv-hoje          to ws-anv-ini
               move 01                   to ws-anv-ini-dia
               compute ws-anv-fim = function date-of-integer
                       (function integer-of-date (ws-anv-ini) - 1)
               move ws-anv-fim           to ws-anv-ini
               move 01                   to ws-anv-ini-dia
          end-if
          perform 2391-valida-periodo-anv
          if   not anv-periodo-ok
               move 8                    to ws-rc-batch
               move "vendas: periodo invalido" to ws-msg-log
               perform 2129-grava-log-batch
               go to 5115-fim
          end-if
          perform 2392-executa-analise
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          move spaces                   to ws-msg-log
          string "vendas " ws-anv-ini " a " ws-anv-fim
                 " pedidos=" ws-anv-total-pedidos
                 " csv=" wid-csv (1:40)
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5115-fim.
          exit.
       5115-exit section.
       5115.
          exit.

      *>===================================================================================
      *>  CONTRATOS [aaaamm]: the billing run of the contratos
      *>  recorrentes for the month given, or the current one, with
      *>  the report printed to PDF.  a contract is never billed
      *>  twice in a month, so the agenda may run it daily; a
      *>  contract left out for its client ends with rc 4.
       5116-contratos-batch section.
       5116.
          move zeros                    to ws-ctr-periodo
          if   ws-cmd-param (1:6) numeric
               move ws-cmd-param (1:6)   to ws-ctr-periodo
          end-if
          perform 2415-valida-periodo-ctr
          if   not ctr-periodo-ok
               move 8                    to ws-rc-batch
               move "contratos: mes invalido" to ws-msg-log
               perform 2129-grava-log-batch
               go to 5116-fim
          end-if
          perform 2416-faturamento-contratos
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          if   ws-ctr-qtd-nao-faturados > zeros
               and ws-rc-batch < 4
               move 4                    to ws-rc-batch
          end-if
          move ws-ctr-total-faturado    to ws-valor-edit
          move spaces                   to ws-msg-log
          string "contratos " ws-ctr-periodo
                 " faturados=" ws-ctr-qtd-faturados
                 " valor=" ws-valor-edit
                 " ja faturados=" ws-ctr-qtd-ja-faturados
                 " nao faturados=" ws-ctr-qtd-nao-faturados
                 " reajuste=" ws-ctr-qtd-reajuste
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5116-fim.
          exit.
       5116-exit section.
       5116.
          exit.

      *>===================================================================================
      *>  REAJUSTE pct [ini fim situacao vigencia] [APLICAR]: the
      *>  reajuste em massa of the produtos ini-fim (0 = all) with
      *>  situacao A, I or T(odos), from the vigencia given or
      *>  today.  without APLICAR only the previa is printed, so
      *>  the same command is run first to check and then to apply.
       5117-reajuste-batch section.
       5117.
          move spaces                   to ws-tab-rjp-param
          unstring ws-cmd-param delimited by all spaces
              into ws-rjp-param (1) ws-rjp-param (2)
                   ws-rjp-param (3) ws-rjp-param (4)
                   ws-rjp-param (5) ws-rjp-param (6)
          end-unstring
          move "N"                      to ws-flag-rjp-aplica
          perform varying ws-idx-rjp from 1 by 1 until ws-idx-rjp > 6
             if   function upper-case (ws-rjp-param (ws-idx-rjp))
                  = "APLICAR"
                  set  rjp-aplica         to true
                  move spaces             to ws-rjp-param (ws-idx-rjp)
             end-if
          end-perform
          if   ws-rjp-param (1) = spaces
               or function test-numval (ws-rjp-param (1)) <> zeros
               move 8                    to ws-rc-batch
               move "reajuste: percentual ausente ou invalido"
                    to ws-msg-log
               perform 2129-grava-log-batch
               go to 5117-fim
          end-if
          compute ws-rjp-pct = function numval (ws-rjp-param (1))
          move zeros                    to ws-rjp-prd-ini
          move zeros                    to ws-rjp-prd-fim
          move zeros                    to ws-rjp-vigencia
          if   ws-rjp-param (2) <> spaces
               and function test-numval (ws-rjp-param (2)) = zeros
               compute ws-rjp-prd-ini = function numval
                       (ws-rjp-param (2))
          end-if
          if   ws-rjp-param (3) <> spaces
               and function test-numval (ws-rjp-param (3)) = zeros
               compute ws-rjp-prd-fim = function numval
                       (ws-rjp-param (3))
          end-if
          move ws-rjp-param (4) (1:1)   to ws-rjp-situacao
          if   ws-rjp-param (5) <> spaces
               and function test-numval (ws-rjp-param (5)) = zeros
               compute ws-rjp-vigencia = function numval
                       (ws-rjp-param (5))
          end-if
          perform 2432-valida-reajuste
          if   not rjp-parametros-ok
               move 8                    to ws-rc-batch
               move spaces               to ws-msg-log
               string "reajuste: " ws-rjp-recusa
                      delimited by size into ws-msg-log
               perform 2129-grava-log-batch
               go to 5117-fim
          end-if
          perform 2433-executa-reajuste
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          if   ws-rjp-qtd-recusados > zeros
               and ws-rc-batch < 4
               move 4                    to ws-rc-batch
          end-if
          move ws-rjp-pct               to ws-prc-pct-edit
          move "previa"                 to ws-rjp-modo
          if   rjp-aplica
               move "aplicado"           to ws-rjp-modo
          end-if
          move spaces                   to ws-msg-log
          string "reajuste " ws-rjp-modo " " ws-prc-pct-edit
                 "% produtos=" ws-rjp-qtd
                 " sem reajuste=" ws-rjp-qtd-recusados
                 " arquivo=" wid-relatorio (1:40)
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5117-fim.
          exit.
       5117-exit section.
       5117.
          exit.

      *>===================================================================================
      *>  EXTRATOS [aaaamm]: the month-end extratos de conta of the
      *>  month given, or the previous one, to every client that
      *>  closes it owing - by e-mail where the client allows it,
      *>  the others printed to PDF.  e-mail failures end with rc 4.
       5118-extratos-batch section.
       5118.
          move zeros                    to ws-ext-qtd-clientes
          move zeros                    to ws-ext-qtd-emails
          move zeros                    to ws-ext-qtd-impressos
          move zeros                    to ws-ext-qtd-sem-canal
          move zeros                    to ws-ext-qtd-falhas
          accept ws-ext-hoje from date yyyymmdd
          if   ws-cmd-param (1:6) numeric
               move ws-cmd-param (1:6)   to ws-ext-ini-aamm
               move 01                   to ws-ext-ini-dia
          else
               move ws-ext-hoje          to ws-ext-ini
               move 01                   to ws-ext-ini-dia
               compute ws-ext-fim = function date-of-integer
                       (function integer-of-date (ws-ext-ini) - 1)
               move ws-ext-fim           to ws-ext-ini
               move 01                   to ws-ext-ini-dia
          end-if
          if   function test-date-yyyymmdd (ws-ext-ini) <> zeros
               move 8                    to ws-rc-batch
               move "extratos: mes invalido" to ws-msg-log
               perform 2129-grava-log-batch
               go to 5118-fim
          end-if
          compute ws-ext-fim = function date-of-integer
                  (function integer-of-date (ws-ext-ini) + 31)
          move 01                       to ws-ext-fim-dia
          compute ws-ext-fim = function date-of-integer
                  (function integer-of-date (ws-ext-fim) - 1)
          perform 2445-valida-periodo-ext
          if   not ext-periodo-ok
               move 8                    to ws-rc-batch
               move "extratos: mes invalido" to ws-msg-log
               perform 2129-grava-log-batch
               go to 5118-fim
          end-if

          perform 2007-monta-label-rel
          open output relatorio
          call "CBL_CREATE_DIR" using ws-pasta-mail
          initialize registro-clientes
          start clientes key is not less codigo
              invalid key continue
          end-start
          if   fs-clientes = "00"
               read clientes next
               perform until fs-clientes <> "00"
                  perform 2458-extrato-batch-cliente
                  read clientes next
               end-perform
          end-if
          close relatorio
          if   ws-ext-qtd-impressos > zeros
               move "P"                  to ws-destino-rel
               move wid-relatorio        to ws-nome-arq-rel
               move "N"                  to ws-opcao-dialogo-rel
               move 1                    to ws-copias-rel
               call relatorio-impressao using ws-param-relatorio
               cancel relatorio-impressao
          end-if
          if   ws-ext-qtd-falhas > zeros
               and ws-rc-batch < 4
               move 4                    to ws-rc-batch
          end-if
          move spaces                   to ws-msg-log
          string "extratos " ws-ext-ini-aamm
                 " clientes=" ws-ext-qtd-clientes
                 " emails=" ws-ext-qtd-emails
                 " impressos=" ws-ext-qtd-impressos
                 " sem canal=" ws-ext-qtd-sem-canal
                 " falhas=" ws-ext-qtd-falhas
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5118-fim.
          exit.
       5118-exit section.
       5118.
          exit.

      *>===================================================================================
      *>  PROJECAO [filial]: the cash-flow projection of the open
      *>  titulos by expected receipt date, of the filial given or
      *>  of every filial, printed to PDF with the csv alongside.
       5119-projecao-batch section.
       5119.
          if   ws-cmd-param (1:2) numeric
               move ws-cmd-param (1:2)   to ws-filial-filtro
          else
               move zeros                to ws-filial-filtro
          end-if
          perform 2505-executa-projecao
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          move spaces                   to ws-msg-log
          string "projecao filial=" ws-filial-filtro
                 " titulos=" ws-flx-qtd-titulos
                 " " function trim (wid-csv)
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5119-exit section.
       5119.
          exit.

      *>===================================================================================
      *>  ATIVIDADE [aaaammdd aaaammdd]: the operator activity and
      *>  productivity report of the period given, or of yesterday
      *>  when none is given, every operator with the detail,
      *>  printed to PDF.  an invalid period ends with rc 8.
       5120-atividade-batch section.
       5120.
          accept ws-atv-hoje from date yyyymmdd
          if   ws-cmd-param (1:8) numeric
               and ws-cmd-param (10:8) numeric
               move ws-cmd-param (1:8)   to ws-atv-ini
               move ws-cmd-param (10:8)  to ws-atv-fim
          else
               compute ws-atv-ini = function date-of-integer
                       (function integer-of-date (ws-atv-hoje) - 1)
               move ws-atv-ini           to ws-atv-fim
          end-if
          perform 2516-valida-periodo-atv
          if   not atv-periodo-ok
               move 8                    to ws-rc-batch
               move "atividade: periodo invalido" to ws-msg-log
               perform 2129-grava-log-batch
               go to 5120-fim
          end-if
          move spaces                   to ws-atv-operador
          move zeros                    to ws-filial-filtro
          move "S"                      to ws-atv-detalhe
          perform 2517-executa-atividade
          move "P"                      to ws-destino-rel
          move wid-relatorio            to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          move spaces                   to ws-msg-log
          string "atividade " ws-atv-ini "-" ws-atv-fim
                 " operadores=" ws-atv-qtd-operadores
                 " acoes=" ws-atv-qtd-eventos
                 " revisar=" ws-atv-qtd-sensiveis
                 delimited by size into ws-msg-log
          perform 2129-grava-log-batch.
       5120-fim.
          exit.
       5120-exit section.
       5120.
          exit.

       2129-grava-log-batch section.
       2129.
          open extend arq-log-batch
               move ws-motivo-situacao    to motivo-situacao
               perform 2006-gravar-arquivo
               perform 2034-grava-auditoria
               initialize ws-ind-deltas
               move data-situacao         to ws-ind-data
               move 1                     to ws-ind-d-cli-inat
               perform 2404-atualiza-indicador
               display "Cliente desativado" at 1905
               accept ws-teclas
          end-if.
               move 1800                 to agd-hora-ini
               move 2359                 to agd-hora-fim
               move spaces               to agd-depende
               move "S"                  to agd-dia-util
               write registro-agenda
               close arq-agenda
               open input arq-agenda
                  move agd-hora-ini  to ws-agd-hora-ini (ws-qtd-agenda)
                  move agd-hora-fim  to ws-agd-hora-fim (ws-qtd-agenda)
                  move agd-depende   to ws-agd-depende (ws-qtd-agenda)
                  move agd-dia-util  to ws-agd-dia-util (ws-qtd-agenda)
             end-if
             read arq-agenda
          end-perform
                     at ws-at-agenda
             compute ws-at-agenda = ws-lin-agenda * 100 + 37
             display ws-agd-dias (ws-idx-agenda) at ws-at-agenda
             if   ws-agd-dia-util (ws-idx-agenda) = "S"
                  compute ws-at-agenda = ws-lin-agenda * 100 + 44
                  display "U" at ws-at-agenda
             end-if
             compute ws-at-agenda = ws-lin-agenda * 100 + 45
             display ws-agd-hora-ini (ws-idx-agenda) at ws-at-agenda
             compute ws-at-agenda = ws-lin-agenda * 100 + 49
                  end-if
              when 11
                  perform 2239-registra-ar
              when 12
                  perform 2246-menu-estoque
              when 13
                  perform 2257-cadastro-condicoes
              when 14
                  if   operador-supervisor
                       perform 2263-parametros-financeiros
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when 15
                  if   operador-supervisor
                       perform 2269-limite-credito
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when 16
                  perform 2270-relatorio-limite-credito
              when 17
                  perform 2273-menu-comissoes
              when 18
                  perform 2284-manutencao-pedido
              when 19
                  perform 2292-menu-orcamentos
              when 20
                  perform 2304-menu-boletos
              when 21
                  perform 2317-menu-regua
              when 22
                  perform 2331-menu-acordos
              when 23
                  perform 2371-menu-contabil
              when 24
                  perform 2390-analise-vendas
              when 25
                  perform 2411-menu-contratos
              when 26
                  perform 2428-menu-precos
              when 27
                  perform 2444-extrato-cliente
              when 28
                  perform 2459-menu-notas
              when 29
                  perform 2481-menu-conciliacao
              when 30
                  perform 2504-projecao-recebimentos
              when other
                  continue
          end-evaluate.
          display "Nome               : " at 0705
          display "Preco (9999999.99) : " at 0805
          display "Situacao (A/I)     : " at 0905
          display "Estoque minimo     : " at 1005
          display "Estoque maximo     : " at 1105
          display "Saldo em estoque   : " at 1205
          display "Comissao % (0=vend): " at 1305
          display "NCM       : "          at 0658
          display "CFOP      : "          at 0758
          display "Unidade   : "          at 0858
          display "ICMS %    : "          at 0958
          display "IPI %     : "          at 1058
          display "PIS %     : "          at 1158
          display "COFINS %  : "          at 1258
          read produtos
          if   fs-produtos = "00"
               if   prd-estoque not numeric
                    move zeros             to prd-estoque
                    move zeros             to prd-estoque-minimo
                    move zeros             to prd-estoque-maximo
               end-if
               if   prd-comissao-pct not numeric
                    move zeros             to prd-comissao-pct
               end-if
      *>  records from before the fiscal data carry none of it.
               if   prd-cfop not numeric
                    move spaces            to prd-ncm
                    move zeros             to prd-cfop
                    move spaces            to prd-unidade
                    move zeros             to prd-aliq-icms
                    move zeros             to prd-aliq-ipi
                    move zeros             to prd-aliq-pis
                    move zeros             to prd-aliq-cofins
               end-if
               display prd-nome             at 0727
               move prd-preco             to ws-preco-edit
               display ws-preco-edit        at 0827
               display prd-situacao         at 0927
               move prd-estoque-minimo    to wmin-produto
               display wmin-produto         at 1027
               move prd-estoque-maximo    to wmax-produto
               display wmax-produto         at 1127
               move prd-estoque           to ws-saldo-edit
               display ws-saldo-edit        at 1227
               move prd-comissao-pct      to wcom-produto
               display wcom-produto         at 1327
               move prd-ncm               to wncm-produto
               display wncm-produto         at 0670
               move prd-cfop              to wcfop-produto
               display wcfop-produto        at 0770
               move prd-unidade           to wund-produto
               display wund-produto         at 0870
               move prd-aliq-icms         to wicms-produto
               display wicms-produto        at 0970
               move prd-aliq-ipi          to wipi-produto
               display wipi-produto         at 1070
               move prd-aliq-pis          to wpis-produto
               display wpis-produto         at 1170
               move prd-aliq-cofins       to wcofins-produto
               display wcofins-produto      at 1270
               display "Cad. (A)lterar (E)xcluir (C)ancelar: " at 1405
               accept opcao
          else
               display "Produto novo. Inclui [S/N]: " at 1405
               accept opcao
               if   function upper-case(opcao) = "S"
                    move "I"                  to opcao
       2165.
          accept wnome-produto            at 0727
          accept wpreco-produto           at 0827
          accept wmin-produto             at 1027
          accept wmax-produto             at 1127
          accept wcom-produto             at 1327
          perform 2479-aceita-fiscal-produto
          move wnome-produto              to prd-nome
          move wpreco-produto             to prd-preco
          move "A"                        to prd-situacao
          move wcom-produto               to prd-comissao-pct
      *>  a new produto starts with no stock: the balance only
      *>  moves through entradas, vendas and inventory counts.
          move zeros                      to prd-estoque
          move wmin-produto               to prd-estoque-minimo
          move wmax-produto               to prd-estoque-maximo
          perform 2480-move-fiscal-produto
          write registro-produtos
          if   fs-produtos = "22"
               rewrite registro-produtos
          end-if
          move prd-codigo                 to ws-prc-produto
          accept ws-prc-vigencia from date yyyymmdd
          move prd-preco                  to ws-prc-novo
          move zeros                      to ws-prc-anterior
          move zeros                      to ws-prc-pct
          move "I"                        to ws-prc-origem
          perform 2430-grava-preco.
       2165-exit section.
       2165.
          exit.
          accept wnome-produto            at 0727
          accept wpreco-produto           at 0827
          accept wsit-produto             at 0927
          accept wmin-produto             at 1027
          accept wmax-produto             at 1127
          accept wcom-produto             at 1327
          perform 2479-aceita-fiscal-produto
          move function upper-case(wsit-produto) to wsit-produto
          if   wsit-produto <> "I"
               move "A"                    to wsit-produto
          end-if
          move wnome-produto              to prd-nome
      *>  a new price goes to the history from the vigencia keyed
      *>  (zero = today); one dated ahead leaves prd-preco alone
      *>  until the fechamento of its day.
          if   wpreco-produto <> prd-preco
               accept ws-prc-hoje from date yyyymmdd
               display "Vigencia do preco (0=hoje): " at 1505
               move zeros                  to ws-prc-vigencia
               accept ws-prc-vigencia        at 1534
               if   ws-prc-vigencia < ws-prc-hoje
                    or function test-date-yyyymmdd (ws-prc-vigencia)
                       <> zeros
                    move ws-prc-hoje        to ws-prc-vigencia
               end-if
               move wcod-produto           to ws-prc-produto
               move wpreco-produto         to ws-prc-novo
               move prd-preco              to ws-prc-anterior
               move zeros                  to ws-prc-pct
               if   prd-preco > zeros
                    compute ws-prc-pct rounded =
                            (wpreco-produto - prd-preco) * 100
                          / prd-preco
                        on size error move zeros to ws-prc-pct
                    end-compute
               end-if
               move "C"                    to ws-prc-origem
               perform 2430-grava-preco
               if   ws-prc-vigencia > ws-prc-hoje
                    move ws-prc-vigencia    to ws-prc-data-trab
                    perform 2442-formata-data-prc
                    display "Novo preco vigora a partir de " at 1905
                    display ws-prc-data-edit  at 1935
                    accept ws-teclas
                    move prd-preco          to wpreco-produto
               end-if
          end-if
          move wpreco-produto             to prd-preco
          move wsit-produto               to prd-situacao
          move wmin-produto               to prd-estoque-minimo
          move wmax-produto               to prd-estoque-maximo
          move wcom-produto               to prd-comissao-pct
          perform 2480-move-fiscal-produto
          rewrite registro-produtos.
       2166-exit section.
       2166.
               go to 2167-fim
          end-if
          display nome (1:40)             at 0634
      *>  the rep who owns the client today is the one credited
      *>  for this pedido, whatever later transfers do.
          move zeros                    to ws-ped-vendedor
          if   cod-vendedor-cliente numeric
               move cod-vendedor-cliente  to ws-ped-vendedor
          end-if
          perform 2267-calcula-exposicao
          move "N"                      to ws-flag-credito-liberado
          if   ws-limite-cliente > zeros
               display "Limite: "          at 0905
               move ws-limite-cliente     to ws-valor-edit
               display ws-valor-edit        at 0913
               display "Em aberto: "       at 0927
               move ws-exposicao-cliente  to ws-valor-edit
               display ws-valor-edit        at 0938
          end-if

          perform 2170-proximo-numero-pedido
          display "Pedido numero      : " at 0705
               move ws-oper-login-logado  to ped-operador
               move "A"                   to ped-situacao
               move ws-ped-total          to ped-total
               move zeros                 to ped-cond-pagamento
               move ws-ped-vendedor       to ped-vendedor
               write registro-pedidos
               if   fs-pedidos = "22"
                    rewrite registro-pedidos
               end-if
               initialize ws-ind-deltas
               move ped-data              to ws-ind-data
               move 1                     to ws-ind-d-ped-qtd
               move ped-total             to ws-ind-d-ped-valor
               perform 2404-atualiza-indicador
               compute ws-ctl-prox-pedido = ws-ped-numero + 1
               perform 2123-grava-controle
               move ws-ped-total          to ws-valor-edit
               display "Gerar titulo do pedido [S/N]: " at 2305
               accept opcao                 at 2336
               if   function upper-case(opcao) = "S"
                    perform 2256-titulos-do-pedido
               end-if
               accept ws-teclas
          end-if.
               go to 2168-fim
          end-if
          display prd-nome (1:30)         at 1834
      *>  the item is sold at the price valid on the pedido date.
          move wcod-produto             to ws-prc-produto
          accept ws-prc-data from date yyyymmdd
          perform 2429-preco-vigente
          display "Quantidade         : " at 1905
          move zeros                    to ws-ped-qtde
          accept ws-ped-qtde              at 1927
               display "Quantidade zero - item ignorado " at 2205
               go to 2168-fim
          end-if
      *>  nothing is sold beyond the balance on hand; the item is
      *>  refused and the operator sees what is left.
          if   prd-estoque not numeric
               move zeros                 to prd-estoque
          end-if
          if   ws-ped-qtde > prd-estoque
               move prd-estoque           to ws-saldo-edit
               display "Sem estoque - saldo:            " at 2205
               display ws-saldo-edit        at 2226
               go to 2168-fim
          end-if
      *>  over the credit limit the item only goes in with a
      *>  supervisor's release, asked once per pedido.
          if   ws-limite-cliente > zeros
               and not credito-liberado
               compute ws-exposicao-pedido = ws-exposicao-cliente
                       + ws-ped-total + ws-prc-vigente * ws-ped-qtde
               if   ws-exposicao-pedido > ws-limite-cliente
                    display "Limite de credito excedido      " at 2205
                    perform 2268-autoriza-supervisor
                    if   not supervisor-autorizou
                         display "Item recusado - limite excedido "
                                 at 2205
                         go to 2168-fim
                    end-if
                    set  credito-liberado  to true
                    perform 2271-audita-liberacao-credito
                    display "                                " at 2205
               end-if
          end-if
          add 1                         to ws-ped-seq-item
          move ws-ped-numero            to pit-numero
          move ws-ped-seq-item          to pit-seq
          move wcod-produto             to pit-produto
          move ws-ped-qtde              to pit-qtde
          move ws-prc-vigente           to pit-preco
          compute pit-valor = ws-prc-vigente * ws-ped-qtde
          move zeros                    to pit-qtde-devolvida
          write registro-ped-item
          if   fs-ped-itens = "22"
               rewrite registro-ped-item
          end-if
          move pit-produto              to ws-mov-produto
          move "V"                      to ws-mov-tipo
          compute ws-mov-qtde = zeros - pit-qtde
          move ws-ped-numero            to ws-mov-documento
          move "Venda - pedido"         to ws-mov-historico
          perform 2245-grava-movimento-estoque
          add pit-valor                 to ws-ped-total
          move ws-ped-total             to ws-valor-edit
          display ws-valor-edit           at 0827
                    display "Valor zero - titulo nao gravado" at 1905
                    accept ws-teclas
               else
                    move 1                 to wtit-parcela
                    move 1                 to wtit-qtd-parcelas
                    perform 2179-inclui-titulo
                    accept ws-teclas
               end-if
               end-if
               display "Vencimento         : " at 0805
               display tit-vencimento       at 0827
               if   tit-parcela numeric
                    and tit-qtd-parcelas numeric
                    display "Parcela: "      at 0840
                    display tit-parcela      at 0849
                    display "/"              at 0851
                    display tit-qtd-parcelas at 0852
               end-if
               display "Valor              : " at 0905
               move tit-valor             to ws-valor-edit
               display ws-valor-edit        at 0927
               if   tit-situacao = "A"
                    perform 2265-saldo-titulo
                    display "Saldo: "        at 0940
                    move ws-saldo-titulo   to ws-valor-edit
                    display ws-valor-edit    at 0947
               end-if
               perform 2266-lista-pagamentos-titulo
               display "Situacao           : " at 1005
               display tit-situacao         at 1027
               if   tit-situacao = "P"
                    display tit-data-baixa   at 1127
                    move tit-valor-pago    to ws-valor-edit
                    display ws-valor-edit    at 1137
                    if   tit-principal-pago numeric
                         display "Princ/Multa/Juros  : " at 1205
                         move tit-principal-pago to ws-valor-edit
                         display ws-valor-edit at 1227
                         move tit-multa-paga to ws-valor-edit
                         display ws-valor-edit at 1240
                         move tit-juros-pago to ws-valor-edit
                         display ws-valor-edit at 1253
                    end-if
               end-if
               if   tit-situacao = "X"
                    display "Perda em           : " at 1105
                    display tit-data-baixa   at 1127
               end-if
               display "(B)aixar (C)ancelar (P)erda (V)oltar: " at 1305
               accept opcao                 at 1344
               evaluate function upper-case(opcao)
                   when "B"
                        if   tit-situacao <> "A"
                                     at 1905
                             accept ws-teclas
                        else
                             perform 2265-saldo-titulo
                             move "C"       to tit-situacao
                             rewrite registro-titulos
                             move "C"       to ws-mtt-tipo
                             move ws-saldo-titulo to ws-mtt-valor
                             perform 2369-mov-do-titulo
                             display "Titulo cancelado" at 1905
                             accept ws-teclas
                        end-if
                   when "P"
                        if   tit-situacao <> "A"
                             display "Titulo nao esta em aberto"
                                     at 1905
                             accept ws-teclas
                        else
                             perform 2370-perda-titulo
                        end-if
                   when other
                        continue
               end-evaluate
          end-if.
       2173-fim.
          exit.
          move wtit-cliente             to tit-codigo-cliente
          move wtit-pedido              to tit-pedido
          accept tit-emissao from date yyyymmdd
      *>  a vencimento on a weekend or feriado moves to the next
      *>  business day - the day the bank will actually pay it.
          move wtit-vencimento          to ws-cal-data
          perform 2346-proximo-dia-util
          move ws-cal-data              to wtit-vencimento
          move wtit-vencimento          to tit-vencimento
          move wtit-valor               to tit-valor
          move "A"                      to tit-situacao
          move zeros                    to tit-data-baixa
          move zeros                    to tit-valor-pago
          move zeros                    to tit-data-remessa
          move wtit-parcela             to tit-parcela
          move wtit-qtd-parcelas        to tit-qtd-parcelas
          move zeros                    to tit-principal-pago
          move zeros                    to tit-multa-paga
          move zeros                    to tit-juros-pago
          move wtit-acordo              to tit-acordo
          write registro-titulos
          if   fs-titulos = "22"
               rewrite registro-titulos
          end-if
          move "E"                      to ws-mtt-tipo
          move tit-valor                to ws-mtt-valor
          perform 2369-mov-do-titulo
          compute ws-ctl-prox-titulo = wtit-numero + 1
          perform 2123-grava-controle
          if   not modo-batch
               display "Titulo gravado: " at 2105
               display wtit-numero          at 2121
          end-if.
       2179-exit section.
       2179.
          exit.

      *>  the amount due is quoted at today's date: principal plus
      *>  multa and juros when past the carencia.  what is paid goes
      *>  first to juros, then multa, then principal.
       2180-baixa-titulo section.
       2180.
          perform 2260-le-param-financeiro
          accept ws-data-ref-encargos from date yyyymmdd
          perform 2265-saldo-titulo
          move ws-saldo-titulo          to ws-base-encargos
          perform 2261-calcula-encargos
          display "Dias de atraso     : " at 1405
          move ws-dias-atraso-enc       to ws-dias-edit
          display ws-dias-edit            at 1427
          display "Multa / Juros      : " at 1505
          move ws-valor-multa           to ws-valor-edit
          display ws-valor-edit           at 1527
          move ws-valor-juros           to ws-valor-edit
          display ws-valor-edit           at 1541
          display "Valor atualizado   : " at 1605
          move ws-valor-atualizado      to ws-valor-edit
          display ws-valor-edit           at 1627
          display "Valor pago (0=atualizado): " at 1705
          move zeros                    to ws-tit-valor-pago
          accept ws-tit-valor-pago        at 1732
          move "B"                      to ws-pgt-origem
          perform 2264-registra-pagamento
          if   tit-situacao = "P"
               display "Titulo baixado" at 1905
          else
               perform 2265-saldo-titulo
               move ws-saldo-titulo       to ws-valor-edit
               display "Pagamento parcial - saldo: " at 1905
               display ws-valor-edit        at 1932
          end-if
          accept ws-teclas.
       2180-exit section.
       2180.
       2174-carrega-inadimplentes section.
       2174.
          move zeros                    to ws-qtd-inadimplentes
          move zeros                    to ws-qtd-aco-aberto
          accept ws-data-hoje-tit from date yyyymmdd
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             perform 2265-saldo-titulo
             if   tit-situacao = "A"
                  and ws-saldo-titulo > zeros
                  move tit-vencimento     to ws-cal-venc
                  move ws-data-hoje-tit   to ws-cal-ref
                  perform 2347-dias-atraso
                  if   ws-cal-atraso > zeros
                       move "N"           to ws-flag-inadimplente
                       perform varying ws-idx-inad from 1 by 1
                           until ws-idx-inad > ws-qtd-inadimplentes
                       end-if
                  end-if
             end-if
             if   tit-situacao = "A"
                  and ws-saldo-titulo > zeros
                  and tit-acordo numeric
                  and tit-acordo > zeros
                  and ws-qtd-aco-aberto < 500
                  add 1                   to ws-qtd-aco-aberto
                  move tit-acordo
                       to ws-aco-aberto (ws-qtd-aco-aberto)
             end-if
             read titulos next
          end-perform
          perform 2342-inadimplencia-acordos.
       2174-exit section.
       2174.
          exit.
          display erase
          display "Aging de Titulos em Aberto" at 0430
          accept ws-data-hoje-tit from date yyyymmdd
          move zeros                    to ws-qtd-aging
          move zeros                    to ws-tab-aging
          move zeros                    to ws-tab-tot-aging
          move zeros                    to ws-cont-tit-abertos
          perform 2260-le-param-financeiro
          accept ws-data-ref-encargos from date yyyymmdd

          initialize registro-titulos
          start titulos key is not less tit-numero
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-situacao = "A"
                  perform 2265-saldo-titulo
                  add 1                   to ws-cont-tit-abertos
                  move tit-vencimento     to ws-cal-venc
                  move ws-data-hoje-tit   to ws-cal-ref
                  perform 2347-dias-atraso
                  move ws-cal-atraso      to ws-dias-atraso
                  evaluate true
                      when ws-dias-atraso <= 0
                           move 1         to ws-bucket-aging
                      when other
                           move 5         to ws-bucket-aging
                  end-evaluate
                  move ws-saldo-titulo    to ws-base-encargos
                  perform 2261-calcula-encargos
                  move tit-codigo-cliente to codigo
                  read clientes
                  if   fs-clientes <> "00"
                     if   ws-agi-cidade (ws-idx-aging)
                          = cod-cidade-cliente
                          set  aging-cidade-achada to true
                          add ws-saldo-titulo
                            to ws-agi-valor (ws-idx-aging
                                             ws-bucket-aging)
                          add ws-valor-atualizado
                            to ws-agi-atualizado (ws-idx-aging)
                     end-if
                  end-perform
                  if   not aging-cidade-achada
                       add 1              to ws-qtd-aging
                       move cod-cidade-cliente
                            to ws-agi-cidade (ws-qtd-aging)
                       add ws-saldo-titulo
                         to ws-agi-valor (ws-qtd-aging
                                          ws-bucket-aging)
                       add ws-valor-atualizado
                         to ws-agi-atualizado (ws-qtd-aging)
                  end-if
                  add ws-saldo-titulo
                    to ws-agi-total (ws-bucket-aging)
                  add ws-valor-atualizado to ws-agi-total-atualizado
             end-if
             read titulos next
          end-perform
             move ws-agi-valor (ws-idx-aging 3) to agi-valor-3
             move ws-agi-valor (ws-idx-aging 4) to agi-valor-4
             move ws-agi-valor (ws-idx-aging 5) to agi-valor-5
             move ws-agi-atualizado (ws-idx-aging) to agi-valor-atual
             move linha-cidade-aging    to relatorio-registro
             write relatorio-registro
             add 1                      to ws-linhas-pagina
          move ws-agi-total (3)         to agi-valor-3
          move ws-agi-total (4)         to agi-valor-4
          move ws-agi-total (5)         to agi-valor-5
          move ws-agi-total-atualizado  to agi-valor-atual
          move linha-cidade-aging       to relatorio-registro
          write relatorio-registro
          close relatorio
                       move "1"           to cnd-tipo
                       move tit-numero    to cnd-nosso-numero
                       move tit-vencimento to cnd-vencimento
                       perform 2265-saldo-titulo
                       compute cnd-valor = ws-saldo-titulo * 100
                       if   tipo-pessoa = "J"
                            move "02"     to cnd-tipo-inscricao
                       else
                       write registro-remessa
                       add 1              to ws-cont-remessa
                       compute ws-valor-remessa = ws-valor-remessa
                               + ws-saldo-titulo * 100
                       move ws-data-rel   to tit-data-remessa
                       rewrite registro-titulos
                  end-if

          move zeros                    to ws-cont-ret-pagos
          move zeros                    to ws-cont-ret-rejeitados
          perform 2260-le-param-financeiro
          read arq-retorno
          perform until fs-retorno <> "00"
             move registro-retorno        to ws-cnab-detalhe
                       end-if
                  end-if
                  if   ws-motivo-rejeicao = spaces
                       if   cnd-data-pagamento numeric
                            and cnd-data-pagamento > zeros
                            move cnd-data-pagamento
                                 to ws-data-ref-encargos
                       else
                            accept ws-data-ref-encargos
                                   from date yyyymmdd
                       end-if
                       move zeros         to ws-tit-valor-pago
                       if   cnd-valor-pago numeric
                            and cnd-valor-pago > zeros
                            compute ws-tit-valor-pago =
                                    cnd-valor-pago / 100
                       end-if
                       move "C"           to ws-pgt-origem
                       perform 2264-registra-pagamento
                       add 1              to ws-cont-ret-pagos
                       move ws-tit-valor-pago to ws-valor-edit
                       move spaces        to relatorio-registro
                       if   tit-situacao = "P"
                            string "Titulo " tit-numero
                                   " liquidado - valor pago "
                                   ws-valor-edit
                                   delimited by size
                                   into relatorio-registro
                       else
                            string "Titulo " tit-numero
                                   " pago parcial - valor pago "
                                   ws-valor-edit
                                   delimited by size
                                   into relatorio-registro
                       end-if
                       write relatorio-registro
                  else
                       add 1              to ws-cont-ret-rejeitados
      *>===================================================================================
      *>  appends one entry to the day-stamped journal file
      *>  (journal_AAAAMMDD.dat): ws-jrn-arquivo C=clientes
      *>  T=contatos P=pedidos I=pedidos-itens F=titulos
      *>  R=creditos, ws-jrn-operacao W=gravacao (after-image),
      *>  I=inclusao of a new client (after-image, replayed like W)
      *>  or D=exclusao, image from the file's own record area.  opened
      *>  and closed per entry so a crash never loses the tail,
      *>  the same trade 2129 makes for the batch log.
       2185-grava-journal section.
          move ws-jrn-arquivo           to jrn-arquivo
          move ws-jrn-operacao          to jrn-operacao
          move spaces                   to jrn-registro
          evaluate ws-jrn-arquivo
              when "T"
                   move registro-contatos  to jrn-registro
              when "P"
                   move registro-pedidos   to jrn-registro
              when "I"
                   move registro-ped-item  to jrn-registro
              when "F"
                   move registro-titulos   to jrn-registro
              when "R"
                   move registro-creditos  to jrn-registro
              when other
                   move registro-clientes  to jrn-registro
          end-evaluate
          write registro-journal
          close arq-journal.
       2185-exit section.
                   else
                        add 1              to ws-cont-jrn-ignorados
                   end-if
              when "P"
                   move jrn-registro       to registro-pedidos
                   write registro-pedidos
                   if   fs-pedidos = "22"
                        rewrite registro-pedidos
                   end-if
                   if   fs-pedidos = "00"
                        add 1              to ws-cont-jrn-aplicados
                   else
                        add 1              to ws-cont-jrn-ignorados
                   end-if
              when "I"
                   move jrn-registro       to registro-ped-item
                   write registro-ped-item
                   if   fs-ped-itens = "22"
                        rewrite registro-ped-item
                   end-if
                   if   fs-ped-itens = "00"
                        add 1              to ws-cont-jrn-aplicados
                   else
                        add 1              to ws-cont-jrn-ignorados
                   end-if
              when "F"
                   move jrn-registro       to registro-titulos
                   write registro-titulos
                   if   fs-titulos = "22"
                        rewrite registro-titulos
                   end-if
                   if   fs-titulos = "00"
                        add 1              to ws-cont-jrn-aplicados
                   else
                        add 1              to ws-cont-jrn-ignorados
                   end-if
              when "R"
                   move jrn-registro       to registro-creditos
                   write registro-creditos
                   if   fs-creditos = "22"
                        rewrite registro-creditos
                   end-if
                   if   fs-creditos = "00"
                        add 1              to ws-cont-jrn-aplicados
                   else
                        add 1              to ws-cont-jrn-ignorados
                   end-if
              when other
                   add 1                   to ws-cont-jrn-ignorados
          end-evaluate
               if   fs-ocorr = "00"
                    display "(R)esolvida (E)xcluir (C)ancela: " at 1905
                    accept opcao                                 at 1939
                    initialize ws-ind-deltas
                    move oco-retorno       to ws-ind-data
                    evaluate function upper-case(opcao)
                        when "R"
                             if   oco-resolvida <> "S"
                                  and oco-retorno > zeros
                                  move -1  to ws-ind-d-oco
                             end-if
                             if   oco-resolvida <> "S"
                                  accept oco-data-resolucao
                                         from date yyyymmdd
                                  move ws-oper-login-logado
                                       to oco-oper-resolucao
                             end-if
                             move "S"      to oco-resolvida
                             rewrite registro-ocorrencias
                        when "E"
                             if   oco-resolvida <> "S"
                                  and oco-retorno > zeros
                                  move -1  to ws-ind-d-oco
                             end-if
                             delete ocorrencias
                        when other
                             continue
                    end-evaluate
                    if   ws-ind-d-oco <> zeros
                         perform 2404-atualiza-indicador
                    end-if
               else
                    display "Ocorrencia nova - confirma [S/N]: "
                            at 1905
                         move ws-oco-texto  to oco-texto
                         move ws-oco-retorno to oco-retorno
                         move "N"           to oco-resolvida
                         move zeros         to oco-data-resolucao
                         move spaces        to oco-oper-resolucao
                         write registro-ocorrencias
                         if   fs-ocorr = "22"
                              rewrite registro-ocorrencias
                         end-if
                         if   oco-retorno > zeros
                              initialize ws-ind-deltas
                              move oco-retorno to ws-ind-data
                              move 1       to ws-ind-d-oco
                              perform 2404-atualiza-indicador
                         end-if
                    end-if
               end-if
          end-if.
          display "(2) Executar campanha         " at 0405
          display "(3) Registrar resposta        " at 0505
          display "(4) Listar campanhas          " at 0605
          display "(5) Segmentacao RFM           " at 0705
          display "(6) Respostas por Segmento    " at 0805
          display "(0) Voltar                    " at 0905
          display "( ) Opcao" at 1005
          move zeros                    to ws-opcao-campanha
          accept ws-opcao-campanha        at 1006
          with update auto-skip
          evaluate ws-opcao-campanha
              when 1
                  perform 2202-registra-resposta
              when 4
                  perform 2203-lista-campanhas
              when 5
                  perform 2387-segmentacao-rfm
              when 6
                  perform 2388-respostas-segmento
              when other
                  continue
          end-evaluate.
          display "Cidade (parte inic.): " at 0905
          move spaces                   to ws-cidade-filtro
          accept ws-cidade-filtro         at 0928
          display "Segmento RFM        : " at 1005
          display "(vazio=todos; CAMPEOES, FIEIS, PROMISSORES, NOVOS,"
                  at 1105
          display "ATENCAO, EM RISCO, HIBERNANDO, PERDIDOS, SEM COMPRA)"
                  at 1205
          move spaces                   to ws-cmp-segmento
          accept ws-cmp-segmento          at 1028
          move function upper-case(ws-cmp-segmento)
               to ws-cmp-segmento
          if   ws-cmp-segmento <> spaces
               move ws-cmp-segmento      to ws-rfm-segmento
               perform 2384-localiza-segmento
               if   ws-idx-rfm-seg > 9
                    display "Segmento invalido" at 1905
                    accept ws-teclas
                    go to 2199-fim
               end-if
          end-if
          move ws-cmp-nome-trab         to cmp-nome
          move ws-tel-filtro            to cmp-tel-filtro
          move ws-email-filtro          to cmp-email-filtro
          move ws-cep-filtro            to cmp-cep-filtro
          move ws-cidade-filtro         to cmp-cidade-filtro
          move ws-cmp-segmento          to cmp-segmento
          accept cmp-data from date yyyymmdd
          move ws-oper-login-logado     to cmp-operador
          write registro-campanhas
          move cmp-email-filtro         to ws-email-filtro
          move cmp-cep-filtro           to ws-cep-filtro
          move cmp-cidade-filtro        to ws-cidade-filtro
          move cmp-segmento             to ws-cmp-segmento
      *>  campanhas saved before segmentation carry no segment.
          if   ws-cmp-segmento is not alphabetic
               move spaces               to ws-cmp-segmento
          end-if
          if   ws-cmp-segmento <> spaces
               display "Segmento RFM        : " at 0605
               display ws-cmp-segmento           at 0628
          end-if
          move zeros                    to ws-len-tel-filtro
          inspect ws-tel-filtro tallying ws-len-tel-filtro
                  for characters before initial " "
          if   not cliente-casa-filtros
               go to 2206-proximo
          end-if
          move spaces                   to ws-rfm-segmento
          move codigo                   to rfm-codigo
          read rfm-clientes
          if   fs-rfm = "00"
               move rfm-segmento         to ws-rfm-segmento
          end-if
          if   ws-cmp-segmento <> spaces
               and ws-rfm-segmento <> ws-cmp-segmento
               go to 2206-proximo
          end-if

          move "N"                      to ws-flag-alvo-recente
          perform varying ws-idx-cmp-rec from 1 by 1
          accept cph-data from date yyyymmdd
          move "N"                      to cph-respondeu
          move zeros                    to cph-data-resp
          move ws-rfm-segmento          to cph-segmento
          write registro-cmp-hist
          if   fs-cmp-hist = "22"
               rewrite registro-cmp-hist
      *>  codigos targeted by ANY campaign inside the last N days.
       2204-carrega-alvos-recentes section.
       2204.
          accept ws-cal-data from date yyyymmdd
          perform 2343-serial-data
          compute ws-cmp-serial-corte = ws-cal-serial
                  - ws-cmp-dias-excl
          move zeros                    to ws-qtd-cmp-recentes
          initialize registro-cmp-hist
          end-start
          read campanhas-hist next
          perform until fs-cmp-hist <> "00"
             move cph-data               to ws-cal-data
             perform 2343-serial-data
             if   ws-cal-serial >= ws-cmp-serial-corte
                  move "N"               to ws-flag-alvo-recente
                  perform varying ws-idx-cmp-rec from 1 by 1
                      until ws-idx-cmp-rec > ws-qtd-cmp-recentes
       2203.
          display erase
          display "Campanhas Cadastradas" at 0430
          display "Campanha             Data     Alvos Resp. Segmento"
                  at 0305
          move 05                       to ws-lin-campanha
          initialize registro-campanhas
          start campanhas key is not less cmp-nome
                  display ws-cmp-qtd-alvos-hist at ws-at-campanha
                  compute ws-at-campanha = ws-lin-campanha * 100 + 41
                  display ws-cmp-qtd-resp-hist  at ws-at-campanha
                  compute ws-at-campanha = ws-lin-campanha * 100 + 47
                  if   cmp-segmento is alphabetic
                       display cmp-segmento at ws-at-campanha
                  end-if
                  add 1                   to ws-lin-campanha
                  read campanhas next
               end-perform
               accept opcao                             at 1335
               evaluate function upper-case(opcao)
                   when "A"
                        if   doc-validade numeric
                             and doc-validade > zeros
                             initialize ws-ind-deltas
                             move doc-validade to ws-ind-data
                             move -1       to ws-ind-d-doc
                             perform 2404-atualiza-indicador
                        end-if
                        display "Recebido (AAAAMMDD) : " at 1405
                        accept doc-recebido at 1427 with update
                        display "Validade (AAAAMMDD) : " at 1505
                        display "Caixa/caminho       : " at 1605
                        accept doc-local    at 1627 with update
                        rewrite registro-documentos
                        if   doc-validade > zeros
                             initialize ws-ind-deltas
                             move doc-validade to ws-ind-data
                             move 1        to ws-ind-d-doc
                             perform 2404-atualiza-indicador
                        end-if
                   when "E"
                        if   doc-validade numeric
                             and doc-validade > zeros
                             initialize ws-ind-deltas
                             move doc-validade to ws-ind-data
                             move -1       to ws-ind-d-doc
                             perform 2404-atualiza-indicador
                        end-if
                        delete documentos
                   when other
                        continue
                    if   fs-documentos = "22"
                         rewrite registro-documentos
                    end-if
                    if   doc-validade > zeros
                         initialize ws-ind-deltas
                         move doc-validade  to ws-ind-data
                         move 1             to ws-ind-d-doc
                         perform 2404-atualiza-indicador
                    end-if
               end-if
          end-if.
       2222-fim.
          move wcod-vdd                   to vdd-codigo
          display "Nome               : " at 0705
          display "Situacao (A/I)     : " at 0805
          display "Comissao %         : " at 0905
          read vendedores
          if   fs-vendedores = "00"
               if   vdd-comissao-pct not numeric
                    move zeros             to vdd-comissao-pct
               end-if
               display vdd-nome             at 0727
               display vdd-situacao         at 0827
               move vdd-comissao-pct      to wcom-vdd
               display wcom-vdd             at 0927
               display "Cad. (A)lterar (E)xcluir (C)ancelar: " at 1005
               accept opcao
          else
       2229-incluir-vendedor section.
       2229.
          accept wnome-vdd                at 0727
          accept wcom-vdd                 at 0927
          move wnome-vdd                  to vdd-nome
          move "A"                        to vdd-situacao
          move wcom-vdd                   to vdd-comissao-pct
          write registro-vendedores
          if   fs-vendedores = "22"
               rewrite registro-vendedores
       2230.
          accept wnome-vdd                at 0727
          accept wsit-vdd                 at 0827
          accept wcom-vdd                 at 0927
          move function upper-case(wsit-vdd) to wsit-vdd
          if   wsit-vdd <> "I"
               move "A"                    to wsit-vdd
          end-if
          move wnome-vdd                  to vdd-nome
          move wsit-vdd                   to vdd-situacao
          move wcom-vdd                   to vdd-comissao-pct
          rewrite registro-vendedores.
       2230-exit section.
       2230.
          end-if

          move ws-oper-login-logado     to ws-operador-auditoria
          move "T"                      to ws-aud-origem
          move zeros                    to ws-cont-carteira
          initialize registro-clientes
          start clientes key is not less codigo
             end-if
             read clientes next
          end-perform
          move spaces                   to ws-aud-origem
          display "Clientes transferidos: " at 1205
          display ws-cont-carteira          at 1228
          accept ws-teclas.
          perform 2236-aplica-valor-anterior
          if   reversao-aplicavel
               move ws-oper-login-logado to ws-operador-auditoria
               move "R"                  to ws-aud-origem
               perform 2006-gravar-arquivo
               perform 2034-grava-auditoria
               move spaces               to ws-aud-origem
               display "Campo revertido e auditado     " at 2405
          else
               display "Campo nao reversivel por aqui  " at 2405
              when "VENDEDOR"
                   move function numval (aud-valor-anterior (1:18))
                        to cod-vendedor-cliente
              when "LIMITE CREDITO"
                   if   aud-valor-anterior = spaces
                        move zeros         to limite-credito
                   else
                        move function numval
                             (aud-valor-anterior (1:18))
                             to limite-credito
                   end-if
              when other
                   move "N"              to ws-flag-rev-ok
          end-evaluate.
       2244.
          exit.

      *>===================================================================================
      *>  stock: the one place the balance of a produto changes.
      *>  ws-mov-qtde comes signed (sales and counted shortages are
      *>  negative); the movement keeps the balance after it, the
      *>  operador and the document that caused it.  the balance
      *>  never goes below zero.
       2245-grava-movimento-estoque section.
       2245.
          move ws-mov-produto           to prd-codigo
          read produtos
          if   fs-produtos <> "00"
               go to 2245-fim
          end-if
          if   prd-estoque not numeric
               move zeros                to prd-estoque
               move zeros                to prd-estoque-minimo
               move zeros                to prd-estoque-maximo
          end-if
          if   prd-estoque + ws-mov-qtde < zeros
               compute ws-mov-qtde = zeros - prd-estoque
          end-if
          add ws-mov-qtde               to prd-estoque
          rewrite registro-produtos
          move ws-mov-produto           to mov-produto
          accept mov-data from date yyyymmdd
          accept mov-hora from time
          move ws-mov-tipo              to mov-tipo
          move ws-mov-qtde              to mov-qtde
          move prd-estoque              to mov-saldo
          move ws-mov-documento         to mov-documento
          move ws-mov-historico         to mov-historico
          move ws-oper-login-logado     to mov-operador
          move zeros                    to mov-seq
          write registro-movimentos
          perform until fs-movest <> "22"
                     or mov-seq >= 99
             add 1                      to mov-seq
             write registro-movimentos
          end-perform.
       2245-fim.
          exit.
       2245-exit section.
       2245.
          exit.

       2246-menu-estoque section.
       2246.
          display erase
          display "Estoque" at 0130
          display "(1) Entrada / Devolucao       " at 0305
          display "(2) Inventario (contagem)     " at 0405
          display "(3) Posicao de Estoque        " at 0505
          display "(4) Estoque Baixo / Reposicao " at 0605
          display "(0) Voltar                    " at 0705
          display "( ) Opcao" at 0805
          move zeros                    to ws-opcao-estoque
          accept ws-opcao-estoque         at 0806
          with update auto-skip
          evaluate ws-opcao-estoque
              when 1
                  perform 2247-movimenta-estoque
              when 2
                  perform 2248-inventario-estoque
              when 3
                  perform 2250-relatorio-posicao-estoque
              when 4
                  perform 2254-relatorio-estoque-baixo
              when other
                  continue
          end-evaluate.
       2246-exit section.
       2246.
          exit.

      *>  goods received from the supplier (E) or brought back by a
      *>  client (D); both add to the balance.
       2247-movimenta-estoque section.
       2247.
          display erase
          display "Movimentacao de Estoque" at 0430
          display "Produto            : " at 0605
          move zeros                    to ws-mov-produto
          accept ws-mov-produto           at 0627
          move ws-mov-produto           to prd-codigo
          read produtos
          if   fs-produtos <> "00"
               display "Produto nao cadastrado" at 1905
               accept ws-teclas
               go to 2247-fim
          end-if
          if   prd-estoque not numeric
               move zeros                to prd-estoque
          end-if
          display prd-nome (1:30)         at 0634
          display "Saldo atual        : " at 0705
          move prd-estoque              to ws-saldo-edit
          display ws-saldo-edit           at 0727
          display "Tipo (E)ntrada (D)evolucao: " at 0805
          move spaces                   to ws-mov-tipo
          accept ws-mov-tipo              at 0834
          move function upper-case(ws-mov-tipo) to ws-mov-tipo
          if   ws-mov-tipo <> "E" and ws-mov-tipo <> "D"
               display "Tipo invalido - nada gravado" at 1905
               accept ws-teclas
               go to 2247-fim
          end-if
          display "Quantidade         : " at 0905
          move zeros                    to ws-qtde-mov
          accept ws-qtde-mov              at 0927
          if   ws-qtde-mov = zeros
               display "Quantidade zero - nada gravado" at 1905
               accept ws-teclas
               go to 2247-fim
          end-if
          display "Documento (NF/ped.): " at 1005
          move zeros                    to ws-mov-documento
          accept ws-mov-documento         at 1027
          display "Historico          : " at 1105
          move spaces                   to ws-mov-historico
          accept ws-mov-historico         at 1127
          if   ws-mov-historico = spaces
               if   ws-mov-tipo = "E"
                    move "Entrada de mercadoria" to ws-mov-historico
               else
                    move "Devolucao de cliente"  to ws-mov-historico
               end-if
          end-if
          move ws-qtde-mov              to ws-mov-qtde
          perform 2245-grava-movimento-estoque
          move prd-estoque              to ws-saldo-edit
          display "Movimento gravado - saldo: " at 1905
          display ws-saldo-edit           at 1932
          accept ws-teclas.
       2247-fim.
          exit.
       2247-exit section.
       2247.
          exit.

      *>===================================================================================
      *>  inventory count: the counted quantity replaces the balance
      *>  and the difference goes to the movements as an ajuste (A),
      *>  one produto after another until produto 0.
       2248-inventario-estoque section.
       2248.
          display erase
          display "Inventario de Estoque" at 0430
          move "N"                      to ws-flag-sair-inventario
          perform 2249-conta-produto until sair-inventario.
       2248-exit section.
       2248.
          exit.

       2249-conta-produto section.
       2249.
          display "Produto (0=encerra): " at 0605
          display "                                        " at 0627
          display "Saldo no sistema   : " at 0705
          display "          " at 0727
          display "Quantidade contada : " at 0805
          display "          " at 0827
          move zeros                    to ws-mov-produto
          accept ws-mov-produto           at 0627
          if   ws-mov-produto = zeros
               set  sair-inventario       to true
               go to 2249-fim
          end-if
          move ws-mov-produto           to prd-codigo
          read produtos
          if   fs-produtos <> "00"
               display "Produto nao cadastrado              " at 1905
               go to 2249-fim
          end-if
          if   prd-estoque not numeric
               move zeros                to prd-estoque
          end-if
          display prd-nome (1:30)         at 0634
          move prd-estoque              to ws-saldo-edit
          display ws-saldo-edit           at 0727
          move zeros                    to ws-qtde-contada
          accept ws-qtde-contada          at 0827
          compute ws-mov-qtde = ws-qtde-contada - prd-estoque
          if   ws-mov-qtde = zeros
               display "Contagem confere - nada gravado     " at 1905
               go to 2249-fim
          end-if
          move "A"                      to ws-mov-tipo
          move zeros                    to ws-mov-documento
          move "Inventario - contagem"  to ws-mov-historico
          perform 2245-grava-movimento-estoque
          move ws-mov-qtde              to ws-qtde-edit
          display "Ajuste gravado:                     " at 1905
          display ws-qtde-edit            at 1921.
       2249-fim.
          exit.
       2249-exit section.
       2249.
          exit.

      *>===================================================================================
      *>  stock position: every produto with balance, min/max and
      *>  the value on hand at the current price; asked for a single
      *>  produto, its movements follow the position line.
       2250-relatorio-posicao-estoque section.
       2250.
          display erase
          display "Posicao de Estoque" at 0430
          display "Produto (0=todos)  : " at 0605
          move zeros                    to ws-prd-rel
          accept ws-prd-rel               at 0627

          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          move "Posicao de Estoque"     to est-cab-titulo
          move " Valor Estoque"         to est-cab-coluna
          perform 2251-cab-estoque
          move zeros                    to ws-cont-prd-rel
          move zeros                    to ws-total-estoque
          if   ws-prd-rel = zeros
               initialize registro-produtos
               start produtos key is not less prd-codigo
                   invalid key continue
               end-start
               read produtos next
               perform until fs-produtos <> "00"
                  perform 2253-linha-posicao-estoque
                  read produtos next
               end-perform
          else
               move ws-prd-rel            to prd-codigo
               read produtos
               if   fs-produtos = "00"
                    perform 2253-linha-posicao-estoque
                    perform 2252-movimentos-produto
               else
                    move "(produto nao cadastrado)"
                         to relatorio-registro
                    write relatorio-registro
               end-if
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Produtos listados:"     to est-total-label
          move ws-cont-prd-rel          to est-total-qtd
          move ws-total-estoque         to est-total-valor
          move linha-total-estoque      to relatorio-registro
          write relatorio-registro
          close relatorio
          display "Produtos listados: "  at 1805
          display ws-cont-prd-rel         at 1824
          perform 2051-dialogo-impressao.
       2250-exit section.
       2250.
          exit.

       2251-cab-estoque section.
       2251.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-estq
          move linha-cab-estoque        to relatorio-registro
          write relatorio-registro
          move linha-cab-est-labels     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2251-exit section.
       2251.
          exit.

      *>  the movements of the produto in registro-produtos, oldest
      *>  first (the key runs produto + data + hora).
       2252-movimentos-produto section.
       2252.
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "     Data       T     Qtde   Saldo    Doc Historico"
                                        to relatorio-registro
          write relatorio-registro
          add 2                         to ws-linhas-pagina
          initialize registro-movimentos
          move prd-codigo               to mov-produto
          start movimentos-estoque key is not less mov-chave
              invalid key continue
          end-start
          if   fs-movest = "00"
               read movimentos-estoque next
               perform until fs-movest <> "00"
                          or mov-produto <> prd-codigo
                  if   ws-linhas-pagina >= ws-max-linhas-pagina
                       perform 2251-cab-estoque
                  end-if
                  move spaces            to mve-data
                  string mov-data (7:2) "/" mov-data (5:2) "/"
                         mov-data (1:4) into mve-data
                  move mov-tipo          to mve-tipo
                  move mov-qtde          to mve-qtde
                  move mov-saldo         to mve-saldo
                  move mov-documento     to mve-documento
                  move mov-historico     to mve-historico
                  move mov-operador      to mve-operador
                  move linha-mov-est     to relatorio-registro
                  write relatorio-registro
                  add 1                  to ws-linhas-pagina
                  read movimentos-estoque next
               end-perform
          end-if.
       2252-exit section.
       2252.
          exit.

       2253-linha-posicao-estoque section.
       2253.
          if   prd-estoque not numeric
               move zeros                to prd-estoque
               move zeros                to prd-estoque-minimo
               move zeros                to prd-estoque-maximo
          end-if
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2251-cab-estoque
          end-if
          compute ws-valor-estoque = prd-estoque * prd-preco
          add 1                         to ws-cont-prd-rel
          add ws-valor-estoque          to ws-total-estoque
          move prd-codigo               to est-codigo
          move prd-nome                 to est-nome
          move prd-estoque              to est-saldo
          move prd-estoque-minimo       to est-minimo
          move prd-estoque-maximo       to est-maximo
          move ws-valor-estoque         to est-valor
          move linha-produto-est        to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina.
       2253-exit section.
       2253.
          exit.

      *>===================================================================================
      *>  reorder list: active produtos at or below their minimum,
      *>  with the quantity that brings them back to the maximum (or
      *>  to the minimum when no maximum was set).
       2254-relatorio-estoque-baixo section.
       2254.
          display erase
          display "Estoque Baixo / Reposicao" at 0430
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          move "Estoque Baixo / Reposicao" to est-cab-titulo
          move "      Sugestao"         to est-cab-coluna
          perform 2251-cab-estoque
          move zeros                    to ws-cont-prd-rel
          initialize registro-produtos
          start produtos key is not less prd-codigo
              invalid key continue
          end-start
          read produtos next
          perform until fs-produtos <> "00"
             if   prd-estoque not numeric
                  move zeros             to prd-estoque
                  move zeros             to prd-estoque-minimo
                  move zeros             to prd-estoque-maximo
             end-if
             if   prd-situacao <> "I"
                  and prd-estoque <= prd-estoque-minimo
                  if   prd-estoque-maximo > prd-estoque
                       compute ws-sugestao-compra =
                               prd-estoque-maximo - prd-estoque
                  else
                       compute ws-sugestao-compra =
                               prd-estoque-minimo - prd-estoque
                  end-if
                  if   ws-linhas-pagina >= ws-max-linhas-pagina
                       perform 2251-cab-estoque
                  end-if
                  add 1                  to ws-cont-prd-rel
                  move prd-codigo        to rep-codigo
                  move prd-nome          to rep-nome
                  move prd-estoque       to rep-saldo
                  move prd-estoque-minimo to rep-minimo
                  move prd-estoque-maximo to rep-maximo
                  move ws-sugestao-compra to rep-sugestao
                  move linha-produto-rep to relatorio-registro
                  write relatorio-registro
                  add 1                  to ws-linhas-pagina
             end-if
             read produtos next
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Produtos a repor:"      to ver-total-label
          move ws-cont-prd-rel          to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio
          display "Produtos a repor: "   at 1805
          display ws-cont-prd-rel         at 1823
          perform 2051-dialogo-impressao.
       2254-exit section.
       2254.
          exit.

      *>===================================================================================
      *>  ws-data-base-calc plus ws-dias-somar (negative goes back)
      *>  into ws-data-result-calc, on real calendar day numbers.
       2255-soma-dias-data section.
       2255.
          compute ws-dia-juliano =
                  function integer-of-date (ws-data-base-calc)
                  + ws-dias-somar
          compute ws-data-result-calc =
                  function date-of-integer (ws-dia-juliano).
       2255-exit section.
       2255.
          exit.

      *>===================================================================================
      *>  titulos of the pedido just keyed: condicao 0 keeps the old
      *>  single titulo with a typed vencimento; a payment condition
      *>  generates the entrada (due today) and the parcelas, with
      *>  the rounding difference on the last one.
       2256-titulos-do-pedido section.
       2256.
          move ws-ped-cliente           to wtit-cliente
          move ws-ped-numero            to wtit-pedido
          move "N"                      to ws-flag-cpg-ok
          perform until cpg-ok
             display "Condicao (0=vencto unico): " at 2345
             move zeros                 to ws-ped-cond-pagto
             accept ws-ped-cond-pagto     at 2372
             if   ws-ped-cond-pagto = zeros
                  set  cpg-ok             to true
             else
                  move ws-ped-cond-pagto  to cpg-codigo
                  read condicoes-pagamento
                  if   fs-condpag = "00" and cpg-situacao <> "I"
                       set  cpg-ok        to true
                  else
                       display "Condicao nao cadastrada ou inativa"
                               at 2105
                  end-if
             end-if
          end-perform
          display "                                        " at 2105

          if   ws-ped-cond-pagto = zeros
               display "Vencimento (AAAAMMDD):     " at 2345
               move zeros                 to wtit-vencimento
               accept wtit-vencimento       at 2368
               move ws-ped-total          to wtit-valor
               move 1                     to wtit-parcela
               move 1                     to wtit-qtd-parcelas
               perform 2179-inclui-titulo
               go to 2256-fim
          end-if

          move ws-ped-numero            to ped-numero
          read pedidos
          if   fs-pedidos = "00"
               move ws-ped-cond-pagto     to ped-cond-pagamento
               rewrite registro-pedidos
          end-if

          move zeros                    to ws-valor-entrada
          if   cpg-entrada-pct > zeros
               compute ws-valor-entrada rounded =
                       ws-ped-total * cpg-entrada-pct / 100
          end-if
          compute ws-valor-restante = ws-ped-total - ws-valor-entrada
          move cpg-parcelas             to ws-qtd-parc-gerar
          if   ws-qtd-parc-gerar = zeros
               move 1                    to ws-qtd-parc-gerar
          end-if
          if   ws-valor-restante = zeros
               move zeros                to ws-qtd-parc-gerar
               move zeros                to ws-valor-parcela
          else
               compute ws-valor-parcela =
                       ws-valor-restante / ws-qtd-parc-gerar
          end-if
          move zeros                    to wtit-parcela
          move ws-qtd-parc-gerar        to wtit-qtd-parcelas
          if   ws-valor-entrada > zeros
               add 1                     to wtit-qtd-parcelas
               move 1                    to wtit-parcela
               accept wtit-vencimento from date yyyymmdd
               move ws-valor-entrada     to wtit-valor
               perform 2179-inclui-titulo
          end-if
          perform varying ws-idx-parcela from 1 by 1
              until ws-idx-parcela > ws-qtd-parc-gerar
             add 1                      to wtit-parcela
             accept ws-data-base-calc from date yyyymmdd
             compute ws-dias-somar = cpg-dias-primeira
                     + (ws-idx-parcela - 1) * cpg-intervalo
             perform 2255-soma-dias-data
             move ws-data-result-calc   to wtit-vencimento
             if   ws-idx-parcela = ws-qtd-parc-gerar
                  compute wtit-valor = ws-valor-restante
                          - ws-valor-parcela * (ws-qtd-parc-gerar - 1)
             else
                  move ws-valor-parcela  to wtit-valor
             end-if
             perform 2179-inclui-titulo
          end-perform
          move wtit-qtd-parcelas        to ws-parc-edit
          display "Parcelas geradas:       " at 2105
          display ws-parc-edit            at 2123
          display cpg-descricao           at 2127.
       2256-fim.
          exit.
       2256-exit section.
       2256.
          exit.

      *>===================================================================================
      *>  payment conditions master (vendas option 13), same shape
      *>  as the produtos and vendedores screens.
       2257-cadastro-condicoes section.
       2257.
          display erase
          display "Condicoes de Pagamento" at 0430
          initialize ws-reg-condicao
          display "Codigo             : " at 0605
          accept wcod-cpg                 at 0627
          if   wcod-cpg = zeros
               go to 2257-fim
          end-if
          move wcod-cpg                 to cpg-codigo
          display "Descricao          : " at 0705
          display "Parcelas           : " at 0805
          display "Dias ate 1a parcela: " at 0905
          display "Intervalo (dias)   : " at 1005
          display "Entrada (% pedido) : " at 1105
          display "Situacao (A/I)     : " at 1205
          read condicoes-pagamento
          if   fs-condpag = "00"
               move cpg-descricao         to wdesc-cpg
               move cpg-parcelas          to wparc-cpg
               move cpg-dias-primeira     to wdias-cpg
               move cpg-intervalo         to wintv-cpg
               move cpg-entrada-pct       to wentr-cpg
               move cpg-situacao          to wsit-cpg
               display wdesc-cpg            at 0727
               display wparc-cpg            at 0827
               display wdias-cpg            at 0927
               display wintv-cpg            at 1027
               move wentr-cpg             to ws-pct-edit
               display ws-pct-edit          at 1127
               display wsit-cpg             at 1227
               display "Cad. (A)lterar (E)xcluir (C)ancelar: " at 1405
               accept opcao
          else
               display "Condicao nova. Inclui [S/N]: " at 1405
               accept opcao
               if   function upper-case(opcao) = "S"
                    move "I"                  to opcao
               else
                    move "C"                  to opcao
               end-if
          end-if
          move function upper-case(opcao) to opcao
          evaluate opcao
              when "I"
              when "A"
                   perform 2258-aceita-condicao
              when "E"
                   if   operador-supervisor
                        perform 2259-excluir-condicao
                   else
                        display "Exclusao restrita ao supervisor"
                                at 1905
                        accept ws-teclas
                   end-if
              when other
                   continue
          end-evaluate.
       2257-fim.
          exit.
       2257-exit section.
       2257.
          exit.

      *>  opcao "I" includes, "A" alters (and may inactivate).
       2258-aceita-condicao section.
       2258.
          accept wdesc-cpg                at 0727
          accept wparc-cpg                at 0827
          accept wdias-cpg                at 0927
          accept wintv-cpg                at 1027
          accept wentr-cpg                at 1127
          if   opcao = "A"
               accept wsit-cpg            at 1227
               move function upper-case(wsit-cpg) to wsit-cpg
               if   wsit-cpg <> "I"
                    move "A"              to wsit-cpg
               end-if
          else
               move "A"                   to wsit-cpg
          end-if
          if   wentr-cpg > 100
               display "Entrada acima de 100% - nada gravado" at 1905
               accept ws-teclas
               go to 2258-fim
          end-if
          if   wparc-cpg = zeros and wentr-cpg < 100
               display "Informe o numero de parcelas" at 1905
               accept ws-teclas
               go to 2258-fim
          end-if
          move wcod-cpg                 to cpg-codigo
          move wdesc-cpg                to cpg-descricao
          move wparc-cpg                to cpg-parcelas
          move wdias-cpg                to cpg-dias-primeira
          move wintv-cpg                to cpg-intervalo
          move wentr-cpg                to cpg-entrada-pct
          move wsit-cpg                 to cpg-situacao
          write registro-condicoes
          if   fs-condpag = "22"
               rewrite registro-condicoes
          end-if.
       2258-fim.
          exit.
       2258-exit section.
       2258.
          exit.

      *>  a condicao already used by a pedido stays - inactivate it.
       2259-excluir-condicao section.
       2259.
          move "N"                      to ws-flag-cpg-em-uso
          initialize registro-pedidos
          start pedidos key is not less ped-numero
              invalid key continue
          end-start
          read pedidos next
          perform until fs-pedidos <> "00" or condicao-em-uso
             if   ped-cond-pagamento numeric
                  and ped-cond-pagamento = wcod-cpg
                  set  condicao-em-uso    to true
             end-if
             read pedidos next
          end-perform
          if   condicao-em-uso
               display "Condicao usada em pedido(s) - inative-a"
                       at 1905
               accept ws-teclas
          else
               move wcod-cpg              to cpg-codigo
               delete condicoes-pagamento
          end-if.
       2259-exit section.
       2259.
          exit.

      *>===================================================================================
      *>  multa/juros parameters; a missing param_financeiro.dat is
      *>  created with the defaults (2% multa, 0.0333% ao dia).  a
      *>  record from before the negativacao keeps its 60 + 10 days
      *>  at the bureau.
       2260-le-param-financeiro section.
       2260.
          open input arq-param-fin
          if   fs-param-fin = "35"
               open output arq-param-fin
               move 2                    to pfn-multa-pct
               move 0.0333               to pfn-juros-dia-pct
               move zeros                to pfn-carencia-dias
               move spaces               to pfn-praca-uf
               move zeros                to pfn-praca-cidade
               move 60                   to pfn-neg-dias
               move 10                   to pfn-neg-prazo
               move "N"                  to pfn-neg-modalidade
               write registro-param-fin
               close arq-param-fin
               open input arq-param-fin
          end-if
          if   fs-param-fin = "00"
               read arq-param-fin
               if   fs-param-fin = "00"
                    and pfn-multa-pct numeric
                    and pfn-juros-dia-pct numeric
                    move pfn-multa-pct      to ws-pfn-multa-pct
                    move pfn-juros-dia-pct  to ws-pfn-juros-dia-pct
                    if   pfn-carencia-dias numeric
                         move pfn-carencia-dias to ws-pfn-carencia
                    else
                         move zeros          to ws-pfn-carencia
                    end-if
                    move pfn-praca-uf       to ws-pfn-praca-uf
                    if   pfn-praca-cidade numeric
                         move pfn-praca-cidade to ws-pfn-praca-cidade
                    else
                         move zeros          to ws-pfn-praca-cidade
                    end-if
                    if   pfn-neg-dias numeric
                         and pfn-neg-dias > zeros
                         move pfn-neg-dias   to ws-pfn-neg-dias
                    else
                         move 60             to ws-pfn-neg-dias
                    end-if
                    if   pfn-neg-prazo numeric
                         and pfn-neg-prazo > zeros
                         move pfn-neg-prazo  to ws-pfn-neg-prazo
                    else
                         move 10             to ws-pfn-neg-prazo
                    end-if
                    if   pfn-neg-modalidade = "P"
                         move "P"            to ws-pfn-neg-modalidade
                    else
                         move "N"            to ws-pfn-neg-modalidade
                    end-if
               end-if
               close arq-param-fin
          end-if.
       2260-exit section.
       2260.
          exit.

      *>  charges on ws-base-encargos for the titulo in the record
      *>  at ws-data-ref-encargos: days late from tit-vencimento, and
      *>  multa/juros only once the carencia has passed.
       2261-calcula-encargos section.
       2261.
          move zeros                    to ws-dias-atraso-enc
          move zeros                    to ws-valor-multa
          move zeros                    to ws-valor-juros
          move tit-vencimento           to ws-cal-venc
          move ws-data-ref-encargos     to ws-cal-ref
          perform 2347-dias-atraso
          move ws-cal-atraso            to ws-dias-atraso-enc
      *>  after a partial payment the juros run from that payment
      *>  on, and the multa is not charged a second time.
          move ws-dias-atraso-enc       to ws-dias-juros
          if   tit-situacao = "A"
               and tit-data-baixa numeric
               and tit-data-baixa > tit-vencimento
               and function test-date-yyyymmdd (tit-data-baixa) = zeros
               and function test-date-yyyymmdd (ws-data-ref-encargos)
                   = zeros
               compute ws-dias-juros =
                       function integer-of-date (ws-data-ref-encargos)
                     - function integer-of-date (tit-data-baixa)
          end-if
          if   ws-dias-atraso-enc > ws-pfn-carencia
               if   tit-multa-paga not numeric
                    or tit-multa-paga = zeros
                    compute ws-valor-multa rounded =
                            ws-base-encargos * ws-pfn-multa-pct / 100
               end-if
               if   ws-dias-juros > zeros
                    compute ws-valor-juros rounded =
                            ws-base-encargos * ws-pfn-juros-dia-pct
                            / 100 * ws-dias-juros
               end-if
          end-if
          compute ws-valor-atualizado = ws-base-encargos
                  + ws-valor-multa + ws-valor-juros.
       2261-exit section.
       2261.
          exit.

      *>  splits ws-tit-valor-pago over the charges just computed:
      *>  juros first, then multa, the rest is principal.
       2262-reparte-pagamento section.
       2262.
          move ws-tit-valor-pago        to ws-saldo-reparte
          if   ws-saldo-reparte > ws-valor-juros
               move ws-valor-juros        to ws-pago-juros
          else
               move ws-saldo-reparte      to ws-pago-juros
          end-if
          subtract ws-pago-juros        from ws-saldo-reparte
          if   ws-saldo-reparte > ws-valor-multa
               move ws-valor-multa        to ws-pago-multa
          else
               move ws-saldo-reparte      to ws-pago-multa
          end-if
          subtract ws-pago-multa        from ws-saldo-reparte
          move ws-saldo-reparte         to ws-pago-principal.
       2262-exit section.
       2262.
          exit.

       2263-parametros-financeiros section.
       2263.
          perform 2260-le-param-financeiro
          display erase
          display "Parametros Financeiros" at 0430
          display "Multa (%)          : " at 0605
          display "Juros mora (% dia) : " at 0705
          display "Carencia (dias)    : " at 0805
          display "Praca - UF         : " at 0905
          display "Praca - cidade     : " at 1005
          display "Negativar apos dias: " at 1105
          display "Prazo do aviso     : " at 1205
          display "Bureau N/Protesto P: " at 1305
          move ws-pfn-multa-pct         to ws-pct-edit
          display ws-pct-edit             at 0627
          move ws-pfn-juros-dia-pct     to ws-taxa-edit
          display ws-taxa-edit            at 0727
          display ws-pfn-carencia         at 0827
          display ws-pfn-praca-uf         at 0927
          display ws-pfn-praca-cidade     at 1027
          display ws-pfn-neg-dias         at 1127
          display ws-pfn-neg-prazo        at 1227
          display ws-pfn-neg-modalidade   at 1327
          display "Alterar [S/N]: "     at 1505
          accept opcao                    at 1520
          if   function upper-case(opcao) <> "S"
               go to 2263-fim
          end-if
          accept ws-pfn-multa-pct         at 0627 with update
          accept ws-pfn-juros-dia-pct     at 0727 with update
          accept ws-pfn-carencia          at 0827 with update
      *>  the praca decides which estado/municipal feriados count.
          accept ws-pfn-praca-uf          at 0927 with update
          move function upper-case(ws-pfn-praca-uf) to ws-pfn-praca-uf
          accept ws-pfn-praca-cidade      at 1027 with update
      *>  the prazo is the legal notice before the bureau - never
      *>  under ten days.
          accept ws-pfn-neg-dias          at 1127 with update
          if   ws-pfn-neg-dias = zeros
               move 60                   to ws-pfn-neg-dias
          end-if
          accept ws-pfn-neg-prazo         at 1227 with update
          if   ws-pfn-neg-prazo < 10
               move 10                   to ws-pfn-neg-prazo
          end-if
          accept ws-pfn-neg-modalidade    at 1327 with update
          move function upper-case(ws-pfn-neg-modalidade)
               to ws-pfn-neg-modalidade
          if   ws-pfn-neg-modalidade <> "P"
               move "N"                  to ws-pfn-neg-modalidade
          end-if
          open output arq-param-fin
          move ws-pfn-multa-pct         to pfn-multa-pct
          move ws-pfn-juros-dia-pct     to pfn-juros-dia-pct
          move ws-pfn-carencia          to pfn-carencia-dias
          move ws-pfn-praca-uf          to pfn-praca-uf
          move ws-pfn-praca-cidade      to pfn-praca-cidade
          move ws-pfn-neg-dias          to pfn-neg-dias
          move ws-pfn-neg-prazo         to pfn-neg-prazo
          move ws-pfn-neg-modalidade    to pfn-neg-modalidade
          write registro-param-fin
          move "N"                      to ws-flag-cal-carregado
          close arq-param-fin
          display "Parametros gravados" at 1905
          accept ws-teclas.
       2263-fim.
          exit.
       2263-exit section.
       2263.
          exit.

      *>===================================================================================
      *>  one payment against the titulo in registro-titulos, dated
      *>  ws-data-ref-encargos and coming from ws-pgt-origem; a zero
      *>  ws-tit-valor-pago settles the whole updated balance.  the
      *>  split goes to pagamentos.dat and the titulo only turns "P"
      *>  once its principal is covered.
       2264-registra-pagamento section.
       2264.
          perform 2265-saldo-titulo
          move ws-saldo-titulo          to ws-base-encargos
          perform 2261-calcula-encargos
          if   ws-tit-valor-pago = zeros
               move ws-valor-atualizado   to ws-tit-valor-pago
          end-if
          perform 2262-reparte-pagamento
          if   tit-valor-pago not numeric
               move zeros                to tit-valor-pago
          end-if
          if   tit-principal-pago not numeric
               move zeros                to tit-principal-pago
               move zeros                to tit-multa-paga
               move zeros                to tit-juros-pago
          end-if
          add ws-tit-valor-pago         to tit-valor-pago
          add ws-pago-principal         to tit-principal-pago
          add ws-pago-multa             to tit-multa-paga
          add ws-pago-juros             to tit-juros-pago
          move ws-data-ref-encargos     to tit-data-baixa
          if   tit-principal-pago >= tit-valor
               move "P"                  to tit-situacao
          end-if
          rewrite registro-titulos
          perform 2494-neg-titulo-encerrado

          move tit-numero               to pgt-titulo
          move ws-data-ref-encargos     to pgt-data
          accept pgt-hora from time
          move ws-tit-valor-pago        to pgt-valor
          move ws-pago-principal        to pgt-principal
          move ws-pago-multa            to pgt-multa
          move ws-pago-juros            to pgt-juros
          move ws-pgt-origem            to pgt-origem
          move ws-oper-login-logado     to pgt-operador
          move 1                        to pgt-seq
          write registro-pagamentos
          perform until fs-pagamentos <> "22"
                     or pgt-seq >= 999
             add 1                      to pgt-seq
             write registro-pagamentos
          end-perform
          initialize ws-ind-deltas
          move pgt-data                 to ws-ind-data
          move 1                        to ws-ind-d-rec-qtd
          move ws-tit-valor-pago        to ws-ind-d-rec-valor
          perform 2404-atualiza-indicador
          initialize ws-ind-deltas
          move tit-vencimento           to ws-ind-data
          if   tit-situacao <> "A"
               move -1                   to ws-ind-d-tit-qtd
          end-if
          compute ws-ind-d-tit-valor = 0 - ws-pago-principal
          perform 2404-atualiza-indicador.
       2264-exit section.
       2264.
          exit.

      *>  open principal of the titulo in registro-titulos; records
      *>  older than the payments file carry no principal paid - a
      *>  settled one of those counts as fully paid.
       2265-saldo-titulo section.
       2265.
          if   tit-principal-pago numeric
               if   tit-principal-pago < tit-valor
                    compute ws-saldo-titulo =
                            tit-valor - tit-principal-pago
               else
                    move zeros           to ws-saldo-titulo
               end-if
          else
               if   tit-situacao = "A"
                    move tit-valor       to ws-saldo-titulo
               else
                    move zeros           to ws-saldo-titulo
               end-if
          end-if.
       2265-exit section.
       2265.
          exit.

      *>  payment history of the titulo on the bottom of the titulo
      *>  screen: the first three and the count of the rest.
       2266-lista-pagamentos-titulo section.
       2266.
          move zeros                    to ws-cont-pgto
          move 21                       to ws-lin-pgto
          move tit-numero               to pgt-titulo
          move zeros                    to pgt-seq
          start pagamentos key is not less pgt-chave
              invalid key continue
          end-start
          if   fs-pagamentos = "00"
               read pagamentos next
               perform until fs-pagamentos <> "00"
                          or pgt-titulo <> tit-numero
                  add 1                  to ws-cont-pgto
                  if   ws-lin-pgto <= 23
                       move spaces       to ws-data-edit
                       string pgt-data (7:2) "/" pgt-data (5:2) "/"
                              pgt-data (1:4) delimited by size
                              into ws-data-edit
                       evaluate pgt-origem
                           when "B"
                                move "balcao"   to ws-origem-desc
                           when "C"
                                move "CNAB"     to ws-origem-desc
                           when "A"
                                move "acordo"   to ws-origem-desc
                           when "E"
                                move "extrato"  to ws-origem-desc
                           when other
                                move pgt-origem to ws-origem-desc
                       end-evaluate
                       compute ws-at-pgto = ws-lin-pgto * 100 + 05
                       display ws-data-edit   at ws-at-pgto
                       move pgt-valor    to ws-valor-edit
                       compute ws-at-pgto = ws-lin-pgto * 100 + 17
                       display ws-valor-edit  at ws-at-pgto
                       compute ws-at-pgto = ws-lin-pgto * 100 + 31
                       display ws-origem-desc at ws-at-pgto
                       compute ws-at-pgto = ws-lin-pgto * 100 + 41
                       display pgt-operador   at ws-at-pgto
                       add 1             to ws-lin-pgto
                  end-if
                  read pagamentos next
               end-perform
          end-if
          if   ws-cont-pgto > zeros
               display "Pagamentos: "     at 2005
               display ws-cont-pgto         at 2017
          end-if.
       2266-exit section.
       2266.
          exit.

      *>===================================================================================
      *>  limit and current exposure of the client in
      *>  registro-clientes: the open balance of all its titulos.
       2267-calcula-exposicao section.
       2267.
          move zeros                    to ws-limite-cliente
          move zeros                    to ws-exposicao-cliente
          if   limite-credito numeric
               move limite-credito        to ws-limite-cliente
          end-if
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-codigo-cliente = codigo
                  and tit-situacao = "A"
                  perform 2265-saldo-titulo
                  add ws-saldo-titulo     to ws-exposicao-cliente
             end-if
             read titulos next
          end-perform.
       2267-exit section.
       2267.
          exit.

      *>  supervisor release on lines 20-21: a logged supervisor just
      *>  confirms, anyone else needs a supervisor's login and senha
      *>  typed on the spot.  answers supervisor-autorizou and the
      *>  login in ws-login-autorizador.
       2268-autoriza-supervisor section.
       2268.
          move "N"                      to ws-flag-autorizado
          move spaces                   to ws-login-autorizador
          if   operador-supervisor
               display ws-msg-autoriza      at 2005
               accept opcao                 at 2037
               if   function upper-case(opcao) = "S"
                    set  supervisor-autorizou to true
                    move ws-oper-login-logado to ws-login-autorizador
               end-if
               display "                                    " at 2005
               go to 2268-fim
          end-if
          display "Supervisor (login) : " at 2005
          move spaces                   to ws-login-digitado
          accept ws-login-digitado        at 2027
          display "Senha              : " at 2105
          move spaces                   to ws-senha-digitada
          accept ws-senha-digitada        at 2127 with no-echo
          move ws-login-digitado        to oper-login
          read operadores
          if   fs-operadores = "00"
               and oper-perfil = "S"
               and oper-bloqueado <> "S"
               move ws-senha-digitada     to ws-senha-trabalho
               perform 2183-calcula-hash-senha
               if   oper-senha-hash numeric
                    and oper-senha-hash = ws-hash-senha
                    set  supervisor-autorizou to true
                    move oper-login       to ws-login-autorizador
               end-if
          end-if
          display "                                                "
                  at 2005
          display "                                                "
                  at 2105.
       2268-fim.
          exit.
       2268-exit section.
       2268.
          exit.

      *>===================================================================================
      *>  limite de credito of one client (supervisor only), written
      *>  through 2006 so the journal and the audit trail get it.
       2269-limite-credito section.
       2269.
          display erase
          display "Limite de Credito" at 0430
          display "Cliente            : " at 0605
          move zeros                    to wtit-cliente
          accept wtit-cliente             at 0627
          move wtit-cliente             to codigo
          read clientes
          if   fs-clientes <> "00"
               display "Cliente nao cadastrado" at 1905
               accept ws-teclas
               go to 2269-fim
          end-if
          display nome (1:40)             at 0634
          perform 2267-calcula-exposicao
          display "Limite atual       : " at 0705
          move ws-limite-cliente        to ws-valor-edit
          display ws-valor-edit           at 0727
          display "Em aberto          : " at 0805
          move ws-exposicao-cliente     to ws-valor-edit
          display ws-valor-edit           at 0827
          display "Novo limite (0=sem): " at 0905
          move zeros                    to ws-novo-limite
          accept ws-novo-limite           at 0927
          if   limite-credito numeric
               and ws-novo-limite = limite-credito
               display "Limite inalterado" at 1905
               accept ws-teclas
               go to 2269-fim
          end-if
          move registro-clientes        to ws-registro-clientes-antes
          move ws-novo-limite           to limite-credito
          move ws-oper-login-logado     to ws-operador-auditoria
          perform 2006-gravar-arquivo
          perform 2034-grava-auditoria
          display "Limite gravado" at 1905
          accept ws-teclas.
       2269-fim.
          exit.
       2269-exit section.
       2269.
          exit.

      *>===================================================================================
      *>  clients using at least ws-pct-alerta-credito percent of
      *>  their limite: one pass over clientes for the limits, one
      *>  over titulos for the open balances.
       2270-relatorio-limite-credito section.
       2270.
          display erase
          display "Clientes no Limite de Credito" at 0430
          display "Alerta a partir de (% do limite, 0=80): " at 0605
          move zeros                    to ws-pct-alerta-credito
          accept ws-pct-alerta-credito    at 0646
          if   ws-pct-alerta-credito = zeros
               move 80                   to ws-pct-alerta-credito
          end-if

          move zeros                    to ws-qtd-credito
          initialize registro-clientes
          start clientes key is not less codigo
              invalid key continue
          end-start
          read clientes next
          perform until fs-clientes <> "00"
             if   limite-credito numeric
                  and limite-credito > zeros
                  and ws-qtd-credito < 2000
                  add 1                  to ws-qtd-credito
                  move codigo to ws-crd-codigo (ws-qtd-credito)
                  move limite-credito
                       to ws-crd-limite (ws-qtd-credito)
                  move zeros to ws-crd-exposicao (ws-qtd-credito)
             end-if
             read clientes next
          end-perform

          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-situacao = "A"
                  perform 2265-saldo-titulo
                  perform varying ws-idx-credito from 1 by 1
                      until ws-idx-credito > ws-qtd-credito
                     if   ws-crd-codigo (ws-idx-credito)
                          = tit-codigo-cliente
                          add ws-saldo-titulo
                            to ws-crd-exposicao (ws-idx-credito)
                          move ws-qtd-credito to ws-idx-credito
                     end-if
                  end-perform
             end-if
             read titulos next
          end-perform

          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2272-cab-limite-credito
          move zeros                    to ws-cont-credito-rel
          perform varying ws-idx-credito from 1 by 1
              until ws-idx-credito > ws-qtd-credito
             compute ws-pct-uso-credito rounded =
                     ws-crd-exposicao (ws-idx-credito) * 100
                     / ws-crd-limite (ws-idx-credito)
             if   ws-pct-uso-credito >= ws-pct-alerta-credito
                  if   ws-linhas-pagina >= ws-max-linhas-pagina
                       perform 2272-cab-limite-credito
                  end-if
                  add 1                  to ws-cont-credito-rel
                  move ws-crd-codigo (ws-idx-credito) to codigo
                  read clientes
                  if   fs-clientes = "00"
                       move nome          to crd-nome
                  else
                       move "(cliente nao cadastrado)" to crd-nome
                  end-if
                  move ws-crd-codigo (ws-idx-credito) to crd-codigo
                  move ws-crd-limite (ws-idx-credito) to crd-limite
                  move ws-crd-exposicao (ws-idx-credito)
                       to crd-exposicao
                  move ws-pct-uso-credito to crd-uso
                  if   ws-crd-exposicao (ws-idx-credito)
                       > ws-crd-limite (ws-idx-credito)
                       move "EXCEDIDO"    to crd-situacao
                  else
                       move "PROXIMO"     to crd-situacao
                  end-if
                  move linha-credito-rel to relatorio-registro
                  write relatorio-registro
                  add 1                  to ws-linhas-pagina
             end-if
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Clientes listados:"     to ver-total-label
          move ws-cont-credito-rel      to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio
          display "Clientes listados: " at 1805
          display ws-cont-credito-rel     at 1824
          perform 2051-dialogo-impressao.
       2270-exit section.
       2270.
          exit.

      *>  the supervisor release of a pedido over the limit, in the
      *>  client's audit trail under the supervisor's login.
       2271-audita-liberacao-credito section.
       2271.
          move ws-ped-cliente           to aud-codigo
          move ws-login-autorizador     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "LIBERACAO CREDITO"      to aud-campo
          move spaces                   to aud-valor-anterior
          move ws-limite-cliente        to ws-valor-edit
          string "limite " ws-valor-edit delimited by size
                 into aud-valor-anterior
          move spaces                   to aud-valor-novo
          move ws-exposicao-pedido      to ws-valor-edit
          string "pedido " ws-ped-numero " exposicao " ws-valor-edit
                 delimited by size into aud-valor-novo
          perform 2219-grava-registro-auditoria.
       2271-exit section.
       2271.
          exit.

       2272-cab-limite-credito section.
       2272.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-crd
          move linha-cab-credito        to relatorio-registro
          write relatorio-registro
          move linha-cab-crd-labels     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2272-exit section.
       2272.
          exit.

      *>===================================================================================
      *>  commissions: a month is apurado once, from the payments
      *>  received in it, and then closed in comissao_periodos.dat;
      *>  a closed month can only have its extratos printed again.
       2273-menu-comissoes section.
       2273.
          display erase
          display "Comissoes" at 0130
          display "(1) Apuracao e Fechamento Mes " at 0305
          display "(2) Reimprimir Extratos       " at 0405
          display "(0) Voltar                    " at 0505
          display "( ) Opcao" at 0605
          move zeros                    to ws-opcao-comissao
          accept ws-opcao-comissao        at 0606
          with update auto-skip
          evaluate ws-opcao-comissao
              when 1
                  if   operador-supervisor
                       perform 2274-apuracao-comissoes
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when 2
                  perform 2283-reimprime-comissoes
              when other
                  continue
          end-evaluate.
       2273-exit section.
       2273.
          exit.

       2274-apuracao-comissoes section.
       2274.
          display erase
          display "Apuracao de Comissoes" at 0430
          display "Periodo (aaaamm)   : " at 0605
          move zeros                    to ws-com-periodo
          accept ws-com-periodo           at 0627
          if   ws-com-mes < 1 or ws-com-mes > 12
               display "Periodo invalido" at 1905
               accept ws-teclas
               go to 2274-fim
          end-if
      *>  only a month that is over can be closed.
          accept ws-com-hoje from date yyyymmdd
          compute ws-com-periodo-atual = ws-com-hoje-ano * 100
                                       + ws-com-hoje-mes
          if   ws-com-periodo >= ws-com-periodo-atual
               display "Mes ainda nao encerrado" at 1905
               accept ws-teclas
               go to 2274-fim
          end-if
          move ws-com-periodo           to cpe-ano-mes
          read comissao-periodos
          if   fs-com-periodos = "00"
               move spaces               to ws-data-edit
               string cpe-data-fechamento (7:2) "/"
                      cpe-data-fechamento (5:2) "/"
                      cpe-data-fechamento (1:4)
                      delimited by size into ws-data-edit
               display "Periodo ja fechado em " at 1905
               display ws-data-edit         at 1927
               display " por " at 1937
               display cpe-operador         at 1942
               accept ws-teclas
               go to 2274-fim
          end-if
          display "Apurar e fechar o periodo [S/N]: " at 0805
          accept opcao                    at 0839
          if   function upper-case(opcao) <> "S"
               go to 2274-fim
          end-if
          move ws-oper-login-logado     to ws-com-operador
          perform 2275-processa-comissoes
          display "Lancamentos        : " at 1005
          display ws-com-qtd-total        at 1027
          display "Total de comissoes : " at 1105
          move ws-com-total             to ws-valor-edit
          display ws-valor-edit           at 1127
          display "Periodo fechado" at 1305
          perform 2279-extrato-comissoes
          perform 2051-dialogo-impressao.
       2274-fim.
          exit.
       2274-exit section.
       2274.
          exit.

      *>  one comissoes entry per payment received in the month
      *>  (principal only - multa and juros are not commissioned),
      *>  then the month is marked closed.  entries are keyed by
      *>  titulo+payment, so a run interrupted before the close can
      *>  simply be repeated.
       2275-processa-comissoes section.
       2275.
          compute ws-com-data-ini = ws-com-periodo * 100 + 1
          compute ws-com-data-fim = ws-com-periodo * 100 + 31
          move zeros                    to ws-com-qtd-total
          move zeros                    to ws-com-base-total
          move zeros                    to ws-com-total
          initialize registro-pagamentos
          start pagamentos key is not less pgt-chave
              invalid key continue
          end-start
          read pagamentos next
          perform until fs-pagamentos <> "00"
             if   pgt-data >= ws-com-data-ini
                  and pgt-data <= ws-com-data-fim
                  and pgt-principal numeric
                  and pgt-principal > zeros
                  perform 2276-comissao-do-pagamento
             end-if
             read pagamentos next
          end-perform
          move ws-com-periodo           to cpe-ano-mes
          accept cpe-data-fechamento       from date yyyymmdd
          accept cpe-hora-fechamento       from time
          move ws-com-operador          to cpe-operador
          move ws-com-qtd-total         to cpe-qtd-lancamentos
          move ws-com-total             to cpe-total
          write registro-com-periodos
          if   fs-com-periodos = "22"
               rewrite registro-com-periodos
          end-if.
       2275-exit section.
       2275.
          exit.

      *>  the payment in registro-pagamentos: finds its titulo, the
      *>  pedido and the vendedor who owned the client on the
      *>  pedido date, and writes the comissoes entry.
       2276-comissao-do-pagamento section.
       2276.
          move pgt-titulo               to tit-numero
          read titulos
          if   fs-titulos <> "00"
               go to 2276-fim
          end-if
          move tit-codigo-cliente       to ws-com-cliente
          move zeros                    to ws-com-pedido
          move zeros                    to ws-com-vendedor
          move "N"                      to ws-flag-com-achou
          if   tit-pedido numeric
               and tit-pedido > zeros
               move tit-pedido           to ped-numero
               read pedidos
               if   fs-pedidos = "00"
                    move ped-numero        to ws-com-pedido
                    move ped-data          to ws-com-data-ref
                    if   ped-vendedor numeric
                         move ped-vendedor to ws-com-vendedor
                         set  com-achou    to true
                    end-if
               end-if
          end-if
          if   ws-com-pedido = zeros
               move tit-emissao          to ws-com-data-ref
          end-if
          if   not com-achou
               perform 2277-vendedor-na-data
          end-if
          if   ws-com-vendedor = zeros
               go to 2276-fim
          end-if
          move ws-com-vendedor          to vdd-codigo
          read vendedores
          if   fs-vendedores <> "00"
               go to 2276-fim
          end-if
          move zeros                    to ws-com-pct-vendedor
          if   vdd-comissao-pct numeric
               move vdd-comissao-pct     to ws-com-pct-vendedor
          end-if
          if   ws-com-pedido > zeros
               perform 2278-taxa-comissao-pedido
          else
               move ws-com-pct-vendedor  to ws-com-taxa
          end-if
          if   ws-com-taxa = zeros
               go to 2276-fim
          end-if
          compute ws-com-valor rounded = pgt-principal * ws-com-taxa
                                       / 100
          move ws-com-periodo           to com-ano-mes
          move ws-com-vendedor          to com-vendedor
          move pgt-titulo               to com-titulo
          move pgt-seq                  to com-seq-pgto
          move ws-com-cliente           to com-cliente
          move ws-com-pedido            to com-pedido
          move pgt-data                 to com-data-pgto
          move pgt-principal            to com-base
          move ws-com-taxa              to com-taxa
          move ws-com-valor             to com-valor
          write registro-comissoes
          if   fs-comissoes = "22"
               rewrite registro-comissoes
          end-if
          add 1                         to ws-com-qtd-total
          add pgt-principal             to ws-com-base-total
          add ws-com-valor              to ws-com-total.
       2276-fim.
          exit.
       2276-exit section.
       2276.
          exit.

      *>  pedidos recorded before the vendedor was kept on the
      *>  header (and titulos with no pedido): the owner on
      *>  ws-com-data-ref is the "anterior" of the first VENDEDOR
      *>  change audited after that date, or the current owner when
      *>  there was none.
       2277-vendedor-na-data section.
       2277.
          move zeros                    to ws-com-vendedor
          move ws-com-cliente           to codigo
          read clientes
          if   fs-clientes = "00"
               and cod-vendedor-cliente numeric
               move cod-vendedor-cliente  to ws-com-vendedor
          end-if
          move ws-com-cliente           to aud-codigo
          move ws-com-data-ref          to aud-data
          move 99999999                 to aud-hora
          move 99                       to aud-seq
          start clientes-auditoria key is greater aud-chave
              invalid key go to 2277-fim
          end-start
          read clientes-auditoria next
          perform until fs-auditoria <> "00"
                     or aud-codigo <> ws-com-cliente
             if   aud-campo = "VENDEDOR"
                  move function numval (aud-valor-anterior (1:18))
                       to ws-com-vendedor
                  go to 2277-fim
             end-if
             read clientes-auditoria next
          end-perform.
       2277-fim.
          exit.
       2277-exit section.
       2277.
          exit.

      *>  rate for a pedido: each item at its produto's own rate
      *>  when it has one, otherwise at the vendedor's, weighted by
      *>  item value.
       2278-taxa-comissao-pedido section.
       2278.
          move zeros                    to ws-com-soma-valor
          move zeros                    to ws-com-soma-ponderada
          move ws-com-pedido            to pit-numero
          move zeros                    to pit-seq
          start pedidos-itens key is not less pit-chave
              invalid key continue
          end-start
          if   fs-ped-itens = "00"
               read pedidos-itens next
               perform until fs-ped-itens <> "00"
                          or pit-numero <> ws-com-pedido
                  move ws-com-pct-vendedor to ws-com-pct-item
                  move pit-produto       to prd-codigo
                  read produtos
                  if   fs-produtos = "00"
                       and prd-comissao-pct numeric
                       and prd-comissao-pct > zeros
                       move prd-comissao-pct to ws-com-pct-item
                  end-if
                  add pit-valor          to ws-com-soma-valor
                  compute ws-com-soma-ponderada =
                          ws-com-soma-ponderada
                        + pit-valor * ws-com-pct-item
                  read pedidos-itens next
               end-perform
          end-if
          if   ws-com-soma-valor > zeros
               compute ws-com-taxa rounded =
                       ws-com-soma-ponderada / ws-com-soma-valor
          else
               move ws-com-pct-vendedor  to ws-com-taxa
          end-if.
       2278-exit section.
       2278.
          exit.

      *>===================================================================================
      *>  extrato of the period in ws-com-periodo: one page group
      *>  per vendedor with its entries and total, then a summary
      *>  of all vendedores.  leaves the .rel closed in
      *>  wid-relatorio for the caller to print.
       2279-extrato-comissoes section.
       2279.
          move spaces                   to ws-com-periodo-edit
          string ws-com-mes "/" ws-com-ano
                 delimited by size into ws-com-periodo-edit
          move ws-com-periodo-edit      to cab-com-periodo
          initialize ws-tab-com-vdd
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          move "S"                      to ws-flag-com-primeiro
          initialize registro-comissoes
          move ws-com-periodo           to com-ano-mes
          start comissoes key is not less com-chave
              invalid key continue
          end-start
          read comissoes next
          perform until fs-comissoes <> "00"
                     or com-ano-mes <> ws-com-periodo
             if   com-primeiro-vendedor
                  or com-vendedor <> ws-com-vdd-atual
                  if   not com-primeiro-vendedor
                       perform 2281-subtotal-comissao
                  end-if
                  move "N"               to ws-flag-com-primeiro
                  move com-vendedor      to ws-com-vdd-atual
                  perform 2280-cab-extrato-comissao
             end-if
             if   ws-linhas-pagina >= ws-max-linhas-pagina
                  perform 2280-cab-extrato-comissao
             end-if
             move com-titulo             to cmr-titulo
             move com-cliente            to cmr-cliente
             move com-pedido             to cmr-pedido
             move spaces                 to cmr-data
             string com-data-pgto (7:2) "/" com-data-pgto (5:2) "/"
                    com-data-pgto (1:4) delimited by size
                    into cmr-data
             move com-base               to cmr-base
             move com-taxa               to cmr-taxa
             move com-valor              to cmr-valor
             move linha-comissao-rel     to relatorio-registro
             write relatorio-registro
             add 1                       to ws-linhas-pagina
             move com-vendedor           to ws-idx-com
             add 1                  to ws-cvd-qtd (ws-idx-com)
             add com-base           to ws-cvd-base (ws-idx-com)
             add com-valor          to ws-cvd-valor (ws-idx-com)
             read comissoes next
          end-perform
          if   not com-primeiro-vendedor
               perform 2281-subtotal-comissao
          end-if

          perform 2282-cab-resumo-comissao
          move zeros                    to ws-com-qtd-total
          move zeros                    to ws-com-base-total
          move zeros                    to ws-com-total
          perform varying ws-idx-com from 1 by 1
              until ws-idx-com > 999
             if   ws-cvd-qtd (ws-idx-com) > zeros
                  if   ws-linhas-pagina >= ws-max-linhas-pagina
                       perform 2282-cab-resumo-comissao
                  end-if
                  move ws-idx-com        to vdd-codigo
                  read vendedores
                  if   fs-vendedores = "00"
                       move vdd-nome      to crs-nome
                  else
                       move "(vendedor nao cadastrado)" to crs-nome
                  end-if
                  move ws-idx-com        to crs-codigo
                  move ws-cvd-qtd (ws-idx-com)   to crs-qtd
                  move ws-cvd-base (ws-idx-com)  to crs-base
                  move ws-cvd-valor (ws-idx-com) to crs-valor
                  move linha-com-resumo  to relatorio-registro
                  write relatorio-registro
                  add 1                  to ws-linhas-pagina
                  add ws-cvd-qtd (ws-idx-com)   to ws-com-qtd-total
                  add ws-cvd-base (ws-idx-com)  to ws-com-base-total
                  add ws-cvd-valor (ws-idx-com) to ws-com-total
             end-if
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move zeros                    to crs-codigo
          move "TOTAL GERAL"            to crs-nome
          move ws-com-qtd-total         to crs-qtd
          move ws-com-base-total        to crs-base
          move ws-com-total             to crs-valor
          move linha-com-resumo         to relatorio-registro
          write relatorio-registro
          close relatorio.
       2279-exit section.
       2279.
          exit.

      *>  new page for the vendedor in ws-com-vdd-atual.
       2280-cab-extrato-comissao section.
       2280.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-com
          move linha-cab-comissao       to relatorio-registro
          write relatorio-registro
          move ws-com-vdd-atual         to ccv-codigo
          move ws-com-vdd-atual         to vdd-codigo
          read vendedores
          if   fs-vendedores = "00"
               move vdd-nome             to ccv-nome
               if   vdd-comissao-pct numeric
                    move vdd-comissao-pct to ccv-pct
               else
                    move zeros            to ccv-pct
               end-if
          else
               move "(vendedor nao cadastrado)" to ccv-nome
               move zeros                to ccv-pct
          end-if
          move linha-cab-com-vendedor   to relatorio-registro
          write relatorio-registro
          move linha-cab-com-labels     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2280-exit section.
       2280.
          exit.

       2281-subtotal-comissao section.
       2281.
          move ws-com-vdd-atual         to ws-idx-com
          move ws-cvd-qtd (ws-idx-com)  to cst-qtd
          move ws-cvd-base (ws-idx-com) to cst-base
          move ws-cvd-valor (ws-idx-com) to cst-valor
          move spaces                   to relatorio-registro
          write relatorio-registro
          move linha-com-subtotal       to relatorio-registro
          write relatorio-registro.
       2281-exit section.
       2281.
          exit.

       2282-cab-resumo-comissao section.
       2282.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-com
          move linha-cab-comissao       to relatorio-registro
          write relatorio-registro
          move "Resumo por vendedor"    to relatorio-registro
          write relatorio-registro
          move linha-cab-com-resumo     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2282-exit section.
       2282.
          exit.

       2283-reimprime-comissoes section.
       2283.
          display erase
          display "Extratos de Comissoes" at 0430
          display "Periodo (aaaamm)   : " at 0605
          move zeros                    to ws-com-periodo
          accept ws-com-periodo           at 0627
          move ws-com-periodo           to cpe-ano-mes
          read comissao-periodos
          if   fs-com-periodos <> "00"
               display "Periodo nao apurado" at 1905
               accept ws-teclas
               go to 2283-fim
          end-if
          perform 2279-extrato-comissoes
          display "Lancamentos        : " at 1005
          display ws-com-qtd-total        at 1027
          display "Total de comissoes : " at 1105
          move ws-com-total             to ws-valor-edit
          display ws-valor-edit           at 1127
          perform 2051-dialogo-impressao.
       2283-fim.
          exit.
       2283-exit section.
       2283.
          exit.

      *>===================================================================================
      *>  pedido maintenance: cancels the whole pedido or returns
      *>  part of its items.  the goods go back to stock, the value
      *>  comes off the pedido's open titulos (last parcela first)
      *>  and whatever had already been paid becomes a credit for
      *>  the client.  every step is audited under the client and
      *>  journaled.
       2284-manutencao-pedido section.
       2284.
          display erase
          display "Cancelamento / Devolucao de Pedido" at 0425
          display "Pedido             : " at 0605
          move zeros                    to ws-dev-pedido
          accept ws-dev-pedido            at 0627
          move ws-dev-pedido            to ped-numero
          read pedidos
          if   fs-pedidos <> "00"
               display "Pedido nao encontrado" at 1905
               accept ws-teclas
               go to 2284-fim
          end-if
          move ped-codigo-cliente       to ws-dev-cliente
          display "Cliente            : " at 0705
          display ped-codigo-cliente      at 0727
          move ped-codigo-cliente       to codigo
          read clientes
          if   fs-clientes = "00"
               display nome (1:40)          at 0735
          end-if
          display "Data               : " at 0805
          move spaces                   to ws-data-edit
          string ped-data (7:2) "/" ped-data (5:2) "/" ped-data (1:4)
                 delimited by size into ws-data-edit
          display ws-data-edit            at 0827
          display "Situacao: "           at 0840
          display ped-situacao            at 0850
          display "Total              : " at 0905
          move ped-total                to ws-valor-edit
          display ws-valor-edit           at 0927
          perform 2285-lista-itens-pedido
          if   ped-situacao = "C"
               display "Pedido cancelado" at 2005
               accept ws-teclas
               go to 2284-fim
          end-if

          display "(C)ancelar pedido (D)evolver item (V)oltar: "
                  at 2005
          accept opcao                    at 2050
          move function upper-case(opcao) to ws-dev-tipo
          if   ws-dev-tipo <> "C" and ws-dev-tipo <> "D"
               go to 2284-fim
          end-if
      *>  an invoiced pedido is cancelled through its nota first.
          if   ws-dev-tipo = "C"
               move ws-dev-pedido         to ws-nf-pedido
               perform 2470-nota-do-pedido
               if   nf-pedido-faturado
                    display "Pedido com nota fiscal - cancele a nota"
                            at 2105
                    accept ws-teclas
                    go to 2284-fim
               end-if
          end-if
          display "Motivo             : " at 2105
          move spaces                   to ws-dev-motivo
          accept ws-dev-motivo            at 2127
          if   ws-dev-motivo = spaces
               display "Motivo obrigatorio" at 2405
               accept ws-teclas
               go to 2284-fim
          end-if
          move zeros                    to ws-dev-valor-total

          if   dev-cancelamento
               display "Confirma o cancelamento [S/N]: " at 2205
               accept opcao                 at 2237
               if   function upper-case(opcao) <> "S"
                    go to 2284-fim
               end-if
               move ws-dev-pedido         to pit-numero
               move zeros                 to pit-seq
               start pedidos-itens key is not less pit-chave
                   invalid key continue
               end-start
               if   fs-ped-itens = "00"
                    read pedidos-itens next
                    perform until fs-ped-itens <> "00"
                               or pit-numero <> ws-dev-pedido
                       if   pit-qtde-devolvida not numeric
                            move zeros      to pit-qtde-devolvida
                       end-if
                       if   pit-qtde > pit-qtde-devolvida
                            compute ws-dev-qtde =
                                    pit-qtde - pit-qtde-devolvida
                            perform 2286-devolve-item
                       end-if
                       read pedidos-itens next
                    end-perform
               end-if
          else
               display "Item (seq)         : " at 2205
               move zeros                 to ws-dev-seq
               accept ws-dev-seq            at 2227
               move ws-dev-pedido         to pit-numero
               move ws-dev-seq            to pit-seq
               read pedidos-itens
               if   fs-ped-itens <> "00"
                    display "Item nao encontrado" at 2405
                    accept ws-teclas
                    go to 2284-fim
               end-if
               if   pit-qtde-devolvida not numeric
                    move zeros            to pit-qtde-devolvida
               end-if
               compute ws-dev-saldo-qtde = pit-qtde - pit-qtde-devolvida
               if   ws-dev-saldo-qtde = zeros
                    display "Item ja devolvido" at 2405
                    accept ws-teclas
                    go to 2284-fim
               end-if
               display "Quantidade (0=toda): " at 2305
               move zeros                 to ws-dev-qtde
               accept ws-dev-qtde           at 2327
               if   ws-dev-qtde = zeros
                    move ws-dev-saldo-qtde to ws-dev-qtde
               end-if
               if   ws-dev-qtde > ws-dev-saldo-qtde
                    display "Quantidade maior que o saldo do item"
                            at 2405
                    accept ws-teclas
                    go to 2284-fim
               end-if
               perform 2286-devolve-item
          end-if

          if   ws-dev-valor-total = zeros
               display "Nada a devolver" at 2405
               accept ws-teclas
               go to 2284-fim
          end-if
          perform 2287-atualiza-pedido-devolucao
          perform 2288-estorna-titulos-pedido
          display "Devolvido: "          at 2405
          move ws-dev-valor-total       to ws-valor-edit
          display ws-valor-edit           at 2416
          if   ws-dev-credito > zeros
               display "Credito ao cliente: " at 2430
               move ws-dev-credito        to ws-valor-edit
               display ws-valor-edit        at 2450
          end-if
          accept ws-teclas.
       2284-fim.
          exit.
       2284-exit section.
       2284.
          exit.

      *>  items of ws-dev-pedido on lines 11-18.
       2285-lista-itens-pedido section.
       2285.
          display "Seq Prod Nome                 Qtde Devol"
                  at 1005
          display "Valor" at 1054
          move 11                       to ws-dev-lin
          move ws-dev-pedido            to pit-numero
          move zeros                    to pit-seq
          start pedidos-itens key is not less pit-chave
              invalid key continue
          end-start
          if   fs-ped-itens = "00"
               read pedidos-itens next
               perform until fs-ped-itens <> "00"
                          or pit-numero <> ws-dev-pedido
                          or ws-dev-lin > 18
                  if   pit-qtde-devolvida not numeric
                       move zeros         to pit-qtde-devolvida
                  end-if
                  compute ws-dev-at = ws-dev-lin * 100 + 5
                  display pit-seq          at ws-dev-at
                  compute ws-dev-at = ws-dev-lin * 100 + 9
                  display pit-produto      at ws-dev-at
                  move pit-produto       to prd-codigo
                  read produtos
                  if   fs-produtos = "00"
                       compute ws-dev-at = ws-dev-lin * 100 + 14
                       display prd-nome (1:20) at ws-dev-at
                  end-if
                  move pit-qtde          to ws-dev-qtde-edit
                  compute ws-dev-at = ws-dev-lin * 100 + 35
                  display ws-dev-qtde-edit at ws-dev-at
                  move pit-qtde-devolvida to ws-dev-qtde-edit
                  compute ws-dev-at = ws-dev-lin * 100 + 41
                  display ws-dev-qtde-edit at ws-dev-at
                  move pit-valor         to ws-valor-edit
                  compute ws-dev-at = ws-dev-lin * 100 + 47
                  display ws-valor-edit    at ws-dev-at
                  add 1                  to ws-dev-lin
                  read pedidos-itens next
               end-perform
          end-if.
       2285-exit section.
       2285.
          exit.

      *>  returns ws-dev-qtde units of the item in
      *>  registro-ped-item: the item keeps its original quantity,
      *>  pit-qtde-devolvida grows and pit-valor shrinks, so the
      *>  items still add up to ped-total.
       2286-devolve-item section.
       2286.
          compute ws-dev-saldo-qtde = pit-qtde - pit-qtde-devolvida
          if   ws-dev-qtde = ws-dev-saldo-qtde
               move pit-valor            to ws-dev-valor
          else
               compute ws-dev-valor rounded = pit-preco * ws-dev-qtde
               if   ws-dev-valor > pit-valor
                    move pit-valor        to ws-dev-valor
               end-if
          end-if
          add ws-dev-qtde               to pit-qtde-devolvida
          subtract ws-dev-valor       from pit-valor
          rewrite registro-ped-item
          move "I"                      to ws-jrn-arquivo
          move "W"                      to ws-jrn-operacao
          perform 2185-grava-journal
          add ws-dev-valor              to ws-dev-valor-total

          move pit-produto              to ws-mov-produto
          move "D"                      to ws-mov-tipo
          move ws-dev-qtde              to ws-mov-qtde
          move pit-numero               to ws-mov-documento
          if   dev-cancelamento
               move "cancelamento de pedido" to ws-mov-historico
               move "CANCELAMENTO PEDIDO" to ws-dev-aud-campo
          else
               move "devolucao de pedido" to ws-mov-historico
               move "DEVOLUCAO ITEM"      to ws-dev-aud-campo
          end-if
          perform 2245-grava-movimento-estoque

          move ws-dev-qtde              to ws-dev-qtde-edit
          move spaces                   to ws-dev-aud-anterior
          string "pedido " pit-numero " item " pit-seq
                 " prod " pit-produto " qtd " ws-dev-qtde-edit
                 delimited by size into ws-dev-aud-anterior
          move ws-dev-motivo            to ws-dev-aud-novo
          perform 2290-grava-auditoria-pedido.
       2286-exit section.
       2286.
          exit.

      *>  header of ws-dev-pedido: total reduced by what came back,
      *>  situacao "C" once no item has quantity left.
       2287-atualiza-pedido-devolucao section.
       2287.
          move "N"                      to ws-flag-dev-itens-abertos
          move ws-dev-pedido            to pit-numero
          move zeros                    to pit-seq
          start pedidos-itens key is not less pit-chave
              invalid key continue
          end-start
          if   fs-ped-itens = "00"
               read pedidos-itens next
               perform until fs-ped-itens <> "00"
                          or pit-numero <> ws-dev-pedido
                          or dev-ha-itens-abertos
                  if   pit-qtde-devolvida not numeric
                       or pit-qtde > pit-qtde-devolvida
                       set  dev-ha-itens-abertos to true
                  end-if
                  read pedidos-itens next
               end-perform
          end-if
          move ws-dev-pedido            to ped-numero
          read pedidos
          if   fs-pedidos <> "00"
               go to 2287-fim
          end-if
          initialize ws-ind-deltas
          move ped-data                 to ws-ind-data
          if   ped-total > ws-dev-valor-total
               compute ws-ind-d-ped-valor = 0 - ws-dev-valor-total
               subtract ws-dev-valor-total from ped-total
          else
               compute ws-ind-d-ped-valor = 0 - ped-total
               move zeros                to ped-total
          end-if
          if   not dev-ha-itens-abertos
               move "C"                  to ped-situacao
      *>  a cancelled pedido leaves the counters with all it had.
               move -1                   to ws-ind-d-ped-qtd
               compute ws-ind-d-ped-valor =
                       ws-ind-d-ped-valor - ped-total
          end-if
          perform 2404-atualiza-indicador
          rewrite registro-pedidos
          move "P"                      to ws-jrn-arquivo
          move "W"                      to ws-jrn-operacao
          perform 2185-grava-journal.
       2287-fim.
          exit.
       2287-exit section.
       2287.
          exit.

      *>  takes ws-dev-valor-total off the open titulos of the
      *>  pedido, latest first, then off the open parcelas of any
      *>  acordo its titulos were renegotiated into; what is left
      *>  becomes a client credit in ws-dev-credito, never more than
      *>  the principal actually paid on the pedido's titulos.
       2288-estorna-titulos-pedido section.
       2288.
          move ws-dev-valor-total       to ws-dev-estornar
          move zeros                    to ws-dev-credito
          move zeros                    to ws-qtd-tit-dev
          move zeros                    to ws-qtd-aco-dev
          move zeros                    to ws-dev-pago-pedido
          move zeros                    to ws-dev-limite-acordo
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-pedido = ws-dev-pedido
                  if   tit-principal-pago numeric
                       add tit-principal-pago to ws-dev-pago-pedido
                  end-if
                  if   tit-situacao = "A"
                       and ws-qtd-tit-dev < 99
                       add 1             to ws-qtd-tit-dev
                       move tit-numero
                            to ws-tdv-numero (ws-qtd-tit-dev)
                  end-if
                  if   tit-situacao = "R"
                       and tit-acordo numeric
                       and tit-acordo > zeros
                       perform 2530-anota-acordo-devolucao
                  end-if
             end-if
             read titulos next
          end-perform
          perform varying ws-idx-tit-dev from ws-qtd-tit-dev by -1
              until ws-idx-tit-dev < 1
                 or ws-dev-estornar = zeros
             move ws-tdv-numero (ws-idx-tit-dev) to tit-numero
             read titulos
             if   fs-titulos = "00"
                  perform 2289-reduz-titulo
             end-if
          end-perform
          if   ws-dev-estornar > zeros
               and ws-qtd-aco-dev > zeros
               perform 2531-reduz-acordo-devolucao
          end-if
      *>  only money the client really paid on the pedido comes back
      *>  as credit - less what earlier devolucoes already returned.
          if   ws-dev-estornar > zeros
               perform 2532-credito-anterior-pedido
               if   ws-dev-pago-pedido > ws-dev-credito-anterior
                    compute ws-dev-credito =
                            ws-dev-pago-pedido - ws-dev-credito-anterior
                    if   ws-dev-credito > ws-dev-estornar
                         move ws-dev-estornar to ws-dev-credito
                    end-if
               end-if
          end-if
          if   ws-dev-credito > zeros
               perform 2291-gera-credito-cliente
          end-if.
       2288-exit section.
       2288.
          exit.

      *>  the open titulo in registro-titulos loses up to its open
      *>  balance; with nothing left it is cancelled, or settled
      *>  when part had already been paid.
       2289-reduz-titulo section.
       2289.
          if   tit-principal-pago not numeric
               move zeros                to tit-principal-pago
               move zeros                to tit-multa-paga
               move zeros                to tit-juros-pago
          end-if
          perform 2265-saldo-titulo
          if   ws-saldo-titulo > ws-dev-estornar
               move ws-dev-estornar      to ws-dev-reducao
          else
               move ws-saldo-titulo      to ws-dev-reducao
          end-if
          move tit-valor                to ws-valor-edit
          move spaces                   to ws-dev-aud-anterior
          string "titulo " tit-numero " valor " ws-valor-edit
                 delimited by size into ws-dev-aud-anterior
          subtract ws-dev-reducao       from tit-valor
          subtract ws-dev-reducao       from ws-dev-estornar
          if   tit-valor <= tit-principal-pago
               if   tit-principal-pago = zeros
                    move "C"              to tit-situacao
               else
                    move "P"              to tit-situacao
                    if   tit-data-baixa not numeric
                         or tit-data-baixa = zeros
                         accept tit-data-baixa from date yyyymmdd
                    end-if
               end-if
          end-if
          move "D"                      to ws-mtt-tipo
          move ws-dev-reducao           to ws-mtt-valor
          perform 2369-mov-do-titulo
          rewrite registro-titulos
          move "F"                      to ws-jrn-arquivo
          move "W"                      to ws-jrn-operacao
          perform 2185-grava-journal
          move "ESTORNO TITULO"         to ws-dev-aud-campo
          move tit-valor                to ws-valor-edit
          move spaces                   to ws-dev-aud-novo
          string "valor " ws-valor-edit " situacao " tit-situacao
                 " pedido " ws-dev-pedido
                 delimited by size into ws-dev-aud-novo
          perform 2290-grava-auditoria-pedido.
       2289-exit section.
       2289.
          exit.

      *>  audit entry under ws-dev-cliente from ws-dev-aud-*.
       2290-grava-auditoria-pedido section.
       2290.
          move ws-dev-cliente           to aud-codigo
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move ws-dev-aud-campo         to aud-campo
          move ws-dev-aud-anterior      to aud-valor-anterior
          move ws-dev-aud-novo          to aud-valor-novo
          move ws-oper-login-logado     to aud-operador
          perform 2219-grava-registro-auditoria.
       2290-exit section.
       2290.
          exit.

      *>  ws-dev-credito becomes the client's next credit entry.
       2291-gera-credito-cliente section.
       2291.
          move zeros                    to ws-cre-seq
          move ws-dev-cliente           to cre-cliente
          move zeros                    to cre-seq
          start creditos-clientes key is not less cre-chave
              invalid key continue
          end-start
          if   fs-creditos = "00"
               read creditos-clientes next
               perform until fs-creditos <> "00"
                          or cre-cliente <> ws-dev-cliente
                  move cre-seq           to ws-cre-seq
                  read creditos-clientes next
               end-perform
          end-if
          initialize registro-creditos
          move ws-dev-cliente           to cre-cliente
          compute cre-seq = ws-cre-seq + 1
          accept cre-data                  from date yyyymmdd
          accept cre-hora                  from time
          move ws-dev-pedido            to cre-pedido
          move ws-dev-credito           to cre-valor
          move ws-dev-credito           to cre-saldo
          move ws-dev-motivo            to cre-historico
          move ws-oper-login-logado     to cre-operador
          write registro-creditos
          move "R"                      to ws-jrn-arquivo
          move "W"                      to ws-jrn-operacao
          perform 2185-grava-journal
          move "CREDITO GERADO"         to ws-dev-aud-campo
          move spaces                   to ws-dev-aud-anterior
          string "pedido " ws-dev-pedido delimited by size
                 into ws-dev-aud-anterior
          move ws-dev-credito           to ws-valor-edit
          move spaces                   to ws-dev-aud-novo
          string "credito " ws-valor-edit delimited by size
                 into ws-dev-aud-novo
          perform 2290-grava-auditoria-pedido.
       2291-exit section.
       2291.
          exit.

      *>===================================================================================
      *>  orcamentos: quotes with the pedido's header/items shape, a
      *>  validade and a situacao (A aberto, C convertido, X
      *>  cancelado).  nothing is reserved or checked until the
      *>  quote is turned into a pedido.
       2292-menu-orcamentos section.
       2292.
          display erase
          display "Orcamentos" at 0130
          display "(1) Novo Orcamento            " at 0305
          display "(2) Consultar / Imprimir      " at 0405
          display "(3) Converter em Pedido       " at 0505
          display "(4) Orcamentos Vencidos       " at 0605
          display "(0) Voltar                    " at 0705
          display "( ) Opcao" at 0805
          move zeros                    to ws-opcao-orcamento
          accept ws-opcao-orcamento       at 0806
          with update auto-skip
          evaluate ws-opcao-orcamento
              when 1
                  perform 2293-digitacao-orcamento
              when 2
                  perform 2295-consulta-orcamento
              when 3
                  perform 2299-converte-orcamento
              when 4
                  perform 2302-relatorio-orc-vencidos
              when other
                  continue
          end-evaluate.
       2292-exit section.
       2292.
          exit.

       2293-digitacao-orcamento section.
       2293.
          display erase
          display "Orcamento" at 0430
          display "Cliente            : " at 0605
          move zeros                    to ws-orc-cliente
          accept ws-orc-cliente           at 0627
          move ws-orc-cliente           to codigo
          read clientes
          if   fs-clientes <> "00"
               display "Cliente nao cadastrado" at 1905
               accept ws-teclas
               go to 2293-fim
          end-if
          if   situacao = "I"
               display "Cliente inativo - orcamento nao permitido"
                       at 1905
               accept ws-teclas
               go to 2293-fim
          end-if
          display nome (1:40)             at 0634
          move zeros                    to ws-orc-vendedor
          if   cod-vendedor-cliente numeric
               move cod-vendedor-cliente  to ws-orc-vendedor
          end-if
          perform 2294-proximo-numero-orcamento
          display "Orcamento numero   : " at 0705
          display ws-orc-numero           at 0727
          display "Total              : " at 0805
          move zeros                    to ws-orc-total
          move zeros                    to ws-orc-seq-item
          move 10                       to ws-orc-lin
          move "N"                      to ws-flag-sair-orcamento
          perform 2297-aceita-item-orcamento until sair-orcamento

          if   ws-orc-seq-item = zeros
               display "Orcamento sem itens - nada gravado" at 2205
               accept ws-teclas
               go to 2293-fim
          end-if
          display "Validade em dias (0=15): " at 2305
          move zeros                    to ws-orc-validade-dias
          accept ws-orc-validade-dias     at 2331
          if   ws-orc-validade-dias = zeros
               move 15                   to ws-orc-validade-dias
          end-if
          accept ws-orc-hoje from date yyyymmdd
          move ws-orc-hoje              to ws-data-base-calc
          move ws-orc-validade-dias     to ws-dias-somar
          perform 2255-soma-dias-data
          move ws-orc-numero            to orc-numero
          move ws-orc-cliente           to orc-codigo-cliente
          move ws-orc-hoje              to orc-data
          accept orc-hora from time
          move ws-oper-login-logado     to orc-operador
          move "A"                      to orc-situacao
          move ws-orc-total             to orc-total
          move ws-data-result-calc      to orc-validade
          move ws-orc-vendedor          to orc-vendedor
          move zeros                    to orc-pedido
          move zeros                    to orc-data-conversao
          write registro-orcamentos
          if   fs-orcamentos = "22"
               rewrite registro-orcamentos
          end-if
          compute ws-ctl-prox-orcamento = ws-orc-numero + 1
          perform 2123-grava-controle
          move ws-orc-total             to ws-valor-edit
          display "Orcamento gravado - total: " at 2205
          display ws-valor-edit           at 2232
          display "Imprimir o orcamento [S/N]: " at 2405
          accept opcao                    at 2433
          if   function upper-case(opcao) = "S"
               perform 2298-imprime-orcamento
          end-if.
       2293-fim.
          exit.
       2293-exit section.
       2293.
          exit.

      *>  next quote number from controle.dat, recomputed from the
      *>  file when the control record predates the counter.
       2294-proximo-numero-orcamento section.
       2294.
          perform 2122-le-controle
          if   ws-ctl-prox-orcamento = zeros
               move zeros                to ws-orc-numero
               initialize registro-orcamentos
               start orcamentos key is not less orc-numero
                   invalid key continue
               end-start
               read orcamentos next
               perform until fs-orcamentos <> "00"
                  if   orc-numero >= ws-orc-numero
                       move orc-numero   to ws-orc-numero
                  end-if
                  read orcamentos next
               end-perform
               compute ws-ctl-prox-orcamento = ws-orc-numero + 1
          end-if
          move ws-ctl-prox-orcamento    to ws-orc-numero.
       2294-exit section.
       2294.
          exit.

       2295-consulta-orcamento section.
       2295.
          display erase
          display "Consulta de Orcamento" at 0430
          display "Orcamento          : " at 0605
          move zeros                    to ws-orc-numero
          accept ws-orc-numero            at 0627
          move ws-orc-numero            to orc-numero
          read orcamentos
          if   fs-orcamentos <> "00"
               display "Orcamento nao encontrado" at 1905
               accept ws-teclas
               go to 2295-fim
          end-if
          perform 2296-mostra-orcamento
          display "(I)mprimir (X)cancelar orcamento (V)oltar: "
                  at 2005
          accept opcao                    at 2049
          evaluate function upper-case(opcao)
              when "I"
                   perform 2298-imprime-orcamento
              when "X"
                   if   orc-situacao <> "A"
                        display "Orcamento nao esta em aberto"
                                at 2205
                   else
                        move "X"          to orc-situacao
                        rewrite registro-orcamentos
                        display "Orcamento cancelado" at 2205
                   end-if
                   accept ws-teclas
              when other
                   continue
          end-evaluate.
       2295-fim.
          exit.
       2295-exit section.
       2295.
          exit.

      *>  the quote in registro-orcamentos, items on lines 12-18.
       2296-mostra-orcamento section.
       2296.
          display "Cliente            : " at 0705
          display orc-codigo-cliente      at 0727
          move orc-codigo-cliente       to codigo
          read clientes
          if   fs-clientes = "00"
               display nome (1:40)          at 0735
          end-if
          display "Data / Validade    : " at 0805
          move spaces                   to ws-data-edit
          string orc-data (7:2) "/" orc-data (5:2) "/" orc-data (1:4)
                 delimited by size into ws-data-edit
          display ws-data-edit            at 0827
          move spaces                   to ws-data-edit
          string orc-validade (7:2) "/" orc-validade (5:2) "/"
                 orc-validade (1:4) delimited by size
                 into ws-data-edit
          display ws-data-edit            at 0840
          display "Situacao           : " at 0905
          display orc-situacao            at 0927
          if   orc-situacao = "C"
               display "Pedido: "          at 0935
               display orc-pedido           at 0943
               move spaces                to ws-data-edit
               string orc-data-conversao (7:2) "/"
                      orc-data-conversao (5:2) "/"
                      orc-data-conversao (1:4)
                      delimited by size into ws-data-edit
               display ws-data-edit         at 0951
          end-if
          display "Total              : " at 1005
          move orc-total                to ws-valor-edit
          display ws-valor-edit           at 1027
          move 12                       to ws-orc-lin
          move orc-numero               to oit-numero
          move zeros                    to oit-seq
          start orcamentos-itens key is not less oit-chave
              invalid key continue
          end-start
          if   fs-orc-itens = "00"
               read orcamentos-itens next
               perform until fs-orc-itens <> "00"
                          or oit-numero <> orc-numero
                          or ws-orc-lin > 18
                  compute ws-orc-at = ws-orc-lin * 100 + 5
                  display oit-seq          at ws-orc-at
                  compute ws-orc-at = ws-orc-lin * 100 + 9
                  display oit-produto      at ws-orc-at
                  move oit-produto       to prd-codigo
                  read produtos
                  if   fs-produtos = "00"
                       compute ws-orc-at = ws-orc-lin * 100 + 14
                       display prd-nome (1:25) at ws-orc-at
                  end-if
                  move oit-qtde          to ws-dev-qtde-edit
                  compute ws-orc-at = ws-orc-lin * 100 + 41
                  display ws-dev-qtde-edit at ws-orc-at
                  move oit-valor         to ws-valor-edit
                  compute ws-orc-at = ws-orc-lin * 100 + 48
                  display ws-valor-edit    at ws-orc-at
                  add 1                  to ws-orc-lin
                  read orcamentos-itens next
               end-perform
          end-if.
       2296-exit section.
       2296.
          exit.

       2297-aceita-item-orcamento section.
       2297.
          display "Produto (0=encerra): " at 1805
          move zeros                    to wcod-produto
          accept wcod-produto             at 1827
          if   wcod-produto = zeros
               set  sair-orcamento        to true
               go to 2297-fim
          end-if
          move wcod-produto             to prd-codigo
          read produtos
          if   fs-produtos <> "00"
               display "Produto nao cadastrado          " at 2205
               go to 2297-fim
          end-if
          if   prd-situacao = "I"
               display "Produto inativo - nao permitido " at 2205
               go to 2297-fim
          end-if
          display prd-nome (1:30)         at 1834
          move wcod-produto             to ws-prc-produto
          accept ws-prc-data from date yyyymmdd
          perform 2429-preco-vigente
          display "Quantidade         : " at 1905
          move zeros                    to ws-orc-qtde
          accept ws-orc-qtde              at 1927
          if   ws-orc-qtde = zeros
               display "Quantidade zero - item ignorado " at 2205
               go to 2297-fim
          end-if
          add 1                         to ws-orc-seq-item
          move ws-orc-numero            to oit-numero
          move ws-orc-seq-item          to oit-seq
          move wcod-produto             to oit-produto
          move ws-orc-qtde              to oit-qtde
          move ws-prc-vigente           to oit-preco
          compute oit-valor = ws-prc-vigente * ws-orc-qtde
          write registro-orc-item
          if   fs-orc-itens = "22"
               rewrite registro-orc-item
          end-if
          add oit-valor                 to ws-orc-total
          move ws-orc-total             to ws-valor-edit
          display ws-valor-edit           at 0827
          if   ws-orc-lin <= 16
               compute ws-orc-at = ws-orc-lin * 100 + 05
               display ws-orc-seq-item    at ws-orc-at
               compute ws-orc-at = ws-orc-lin * 100 + 09
               display prd-nome (1:30)    at ws-orc-at
               compute ws-orc-at = ws-orc-lin * 100 + 41
               display oit-qtde           at ws-orc-at
               move oit-valor           to ws-valor-edit
               compute ws-orc-at = ws-orc-lin * 100 + 48
               display ws-valor-edit      at ws-orc-at
               add 1                      to ws-orc-lin
          end-if
          display "                                " at 2205.
       2297-fim.
          exit.
       2297-exit section.
       2297.
          exit.

      *>  printed quote for the one in registro-orcamentos.
       2298-imprime-orcamento section.
       2298.
          perform 2007-monta-label-rel
          open output relatorio
          move orc-numero               to cor-numero
          move spaces                   to cor-data
          string orc-data (7:2) "/" orc-data (5:2) "/" orc-data (1:4)
                 delimited by size into cor-data
          move spaces                   to cor-validade
          string orc-validade (7:2) "/" orc-validade (5:2) "/"
                 orc-validade (1:4) delimited by size
                 into cor-validade
          move linha-cab-orcamento      to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro
          move orc-codigo-cliente       to cor-cliente
          move orc-codigo-cliente       to codigo
          read clientes
          if   fs-clientes = "00"
               move nome                 to cor-nome
          else
               move "(cliente nao cadastrado)" to cor-nome
          end-if
          move linha-orc-cliente        to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro
          move linha-orc-labels         to relatorio-registro
          write relatorio-registro
          move orc-numero               to oit-numero
          move zeros                    to oit-seq
          start orcamentos-itens key is not less oit-chave
              invalid key continue
          end-start
          if   fs-orc-itens = "00"
               read orcamentos-itens next
               perform until fs-orc-itens <> "00"
                          or oit-numero <> orc-numero
                  move oit-seq           to cori-seq
                  move oit-produto       to cori-produto
                  move oit-produto       to prd-codigo
                  read produtos
                  if   fs-produtos = "00"
                       move prd-nome      to cori-nome
                  else
                       move "(produto nao cadastrado)" to cori-nome
                  end-if
                  move oit-qtde          to cori-qtde
                  move oit-preco         to cori-preco
                  move oit-valor         to cori-valor
                  move linha-orc-item    to relatorio-registro
                  write relatorio-registro
                  read orcamentos-itens next
               end-perform
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move orc-total                to cort-total
          move linha-orc-total          to relatorio-registro
          write relatorio-registro
          close relatorio
          perform 2051-dialogo-impressao.
       2298-exit section.
       2298.
          exit.

      *>===================================================================================
      *>  quote to pedido in one step.  the client goes through the
      *>  same gates as order entry (active, not delinquent, within
      *>  the credit limit or released by a supervisor), the items
      *>  are repriced at today's produtos prices and must be in
      *>  stock, and the quote keeps the pedido number and date.
       2299-converte-orcamento section.
       2299.
          display erase
          display "Converter Orcamento em Pedido" at 0430
          display "Orcamento          : " at 0605
          move zeros                    to ws-orc-numero
          accept ws-orc-numero            at 0627
          move ws-orc-numero            to orc-numero
          read orcamentos
          if   fs-orcamentos <> "00"
               display "Orcamento nao encontrado" at 1905
               accept ws-teclas
               go to 2299-fim
          end-if
          perform 2296-mostra-orcamento
          if   orc-situacao <> "A"
               display "Orcamento nao esta em aberto" at 2005
               accept ws-teclas
               go to 2299-fim
          end-if
          accept ws-orc-hoje from date yyyymmdd
          if   orc-validade < ws-orc-hoje
               display "Orcamento vencido - nao convertido" at 2005
               accept ws-teclas
               go to 2299-fim
          end-if

          move orc-codigo-cliente       to ws-ped-cliente
          move ws-ped-cliente           to codigo
          read clientes
          if   fs-clientes <> "00"
               display "Cliente nao cadastrado" at 2005
               accept ws-teclas
               go to 2299-fim
          end-if
          if   situacao = "I"
               display "Cliente inativo - pedido nao permitido"
                       at 2005
               accept ws-teclas
               go to 2299-fim
          end-if
          perform 2174-carrega-inadimplentes
          perform 2175-testa-inadimplente
          if   cliente-inadimplente
               display "Cliente inadimplente - conversao bloqueada"
                       at 2005
               accept ws-teclas
               go to 2299-fim
          end-if
          move zeros                    to ws-ped-vendedor
          if   cod-vendedor-cliente numeric
               move cod-vendedor-cliente  to ws-ped-vendedor
          end-if

          perform 2300-reprecifica-orcamento
          if   not orcamento-convertivel
               display ws-orc-recusa        at 2005
               accept ws-teclas
               go to 2299-fim
          end-if
          display "Total orcado: "       at 2005
          move orc-total                to ws-valor-edit
          display ws-valor-edit           at 2019
          display "Total hoje: "         at 2035
          move ws-orc-total-atual       to ws-valor-edit
          display ws-valor-edit           at 2047

          perform 2170-proximo-numero-pedido
          perform 2267-calcula-exposicao
          move "N"                      to ws-flag-credito-liberado
          if   ws-limite-cliente > zeros
               compute ws-exposicao-pedido = ws-exposicao-cliente
                       + ws-orc-total-atual
               if   ws-exposicao-pedido > ws-limite-cliente
                    display "Limite de credito excedido" at 2205
                    perform 2268-autoriza-supervisor
                    if   not supervisor-autorizou
                         display "Conversao recusada - limite excedido"
                                 at 2205
                         accept ws-teclas
                         go to 2299-fim
                    end-if
                    set  credito-liberado  to true
               end-if
          end-if
          display "Confirma a conversao em pedido [S/N]: " at 2205
          accept opcao                    at 2244
          if   function upper-case(opcao) <> "S"
               go to 2299-fim
          end-if
          if   credito-liberado
               perform 2271-audita-liberacao-credito
          end-if
          perform 2301-gera-pedido-orcamento

          move ws-orc-numero            to orc-numero
          read orcamentos
          if   fs-orcamentos = "00"
               move "C"                  to orc-situacao
               move ws-ped-numero        to orc-pedido
               move ws-orc-hoje          to orc-data-conversao
               rewrite registro-orcamentos
          end-if
          display "Pedido gerado:                          " at 2205
          display ws-ped-numero           at 2221
          display "Gerar titulo do pedido [S/N]: " at 2305
          accept opcao                    at 2336
          if   function upper-case(opcao) = "S"
               perform 2256-titulos-do-pedido
          end-if
          accept ws-teclas.
       2299-fim.
          exit.
       2299-exit section.
       2299.
          exit.

      *>  today's total of quote ws-orc-numero; refuses (with the
      *>  reason in ws-orc-recusa) when a produto is gone, inactive
      *>  or short of stock.
       2300-reprecifica-orcamento section.
       2300.
          set  orcamento-convertivel    to true
          move zeros                    to ws-orc-total-atual
          move spaces                   to ws-orc-recusa
          move ws-orc-numero            to oit-numero
          move zeros                    to oit-seq
          start orcamentos-itens key is not less oit-chave
              invalid key continue
          end-start
          if   fs-orc-itens = "00"
               read orcamentos-itens next
               perform until fs-orc-itens <> "00"
                          or oit-numero <> ws-orc-numero
                          or not orcamento-convertivel
                  move oit-produto       to prd-codigo
                  read produtos
                  if   fs-produtos <> "00" or prd-situacao = "I"
                       move "N"           to ws-flag-orc-ok
                       string "Produto " oit-produto
                              " inativo ou excluido"
                              delimited by size into ws-orc-recusa
                  else
                       if   prd-estoque not numeric
                            move zeros      to prd-estoque
                       end-if
                       if   oit-qtde > prd-estoque
                            move "N"        to ws-flag-orc-ok
                            move prd-estoque to ws-saldo-edit
                            string "Produto " oit-produto
                                   " sem estoque - saldo "
                                   ws-saldo-edit
                                   delimited by size
                                   into ws-orc-recusa
                       else
                            move oit-produto to ws-prc-produto
                            accept ws-prc-data from date yyyymmdd
                            perform 2429-preco-vigente
                            compute ws-orc-total-atual =
                                    ws-orc-total-atual
                                  + ws-prc-vigente * oit-qtde
                       end-if
                  end-if
                  read orcamentos-itens next
               end-perform
          end-if.
       2300-exit section.
       2300.
          exit.

      *>  writes pedido ws-ped-numero from the quote's items at
      *>  today's prices, moving the stock like order entry does.
       2301-gera-pedido-orcamento section.
       2301.
          move zeros                    to ws-ped-total
          move zeros                    to ws-ped-seq-item
          move ws-orc-numero            to oit-numero
          move zeros                    to oit-seq
          start orcamentos-itens key is not less oit-chave
              invalid key continue
          end-start
          if   fs-orc-itens = "00"
               read orcamentos-itens next
               perform until fs-orc-itens <> "00"
                          or oit-numero <> ws-orc-numero
                  move oit-produto       to prd-codigo
                  read produtos
                  add 1                  to ws-ped-seq-item
                  move ws-ped-numero     to pit-numero
                  move ws-ped-seq-item   to pit-seq
                  move oit-produto       to pit-produto
                  move oit-qtde          to pit-qtde
                  move oit-produto       to ws-prc-produto
                  move ws-orc-hoje       to ws-prc-data
                  perform 2429-preco-vigente
                  move ws-prc-vigente    to pit-preco
                  compute pit-valor = ws-prc-vigente * oit-qtde
                  move zeros             to pit-qtde-devolvida
                  write registro-ped-item
                  if   fs-ped-itens = "22"
                       rewrite registro-ped-item
                  end-if
                  move pit-produto       to ws-mov-produto
                  move "V"               to ws-mov-tipo
                  compute ws-mov-qtde = zeros - pit-qtde
                  move ws-ped-numero     to ws-mov-documento
                  move "Venda - pedido"  to ws-mov-historico
                  perform 2245-grava-movimento-estoque
                  add pit-valor          to ws-ped-total
                  read orcamentos-itens next
               end-perform
          end-if
          move ws-ped-numero            to ped-numero
          move ws-ped-cliente           to ped-codigo-cliente
          move ws-orc-hoje              to ped-data
          accept ped-hora from time
          move ws-oper-login-logado     to ped-operador
          move "A"                      to ped-situacao
          move ws-ped-total             to ped-total
          move zeros                    to ped-cond-pagamento
          move ws-ped-vendedor          to ped-vendedor
          write registro-pedidos
          if   fs-pedidos = "22"
               rewrite registro-pedidos
          end-if
          initialize ws-ind-deltas
          move ped-data                 to ws-ind-data
          move 1                        to ws-ind-d-ped-qtd
          move ped-total                to ws-ind-d-ped-valor
          perform 2404-atualiza-indicador
          compute ws-ctl-prox-pedido = ws-ped-numero + 1
          perform 2123-grava-controle.
       2301-exit section.
       2301.
          exit.

      *>===================================================================================
      *>  open quotes past their validade, for the reps to chase.
       2302-relatorio-orc-vencidos section.
       2302.
          display erase
          display "Orcamentos Vencidos" at 0430
          accept ws-orc-hoje from date yyyymmdd
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2303-cab-orc-vencidos
          move zeros                    to ws-cont-orc-rel
          initialize registro-orcamentos
          start orcamentos key is not less orc-numero
              invalid key continue
          end-start
          read orcamentos next
          perform until fs-orcamentos <> "00"
             if   orc-situacao = "A"
                  and orc-validade < ws-orc-hoje
                  if   ws-linhas-pagina >= ws-max-linhas-pagina
                       perform 2303-cab-orc-vencidos
                  end-if
                  add 1                  to ws-cont-orc-rel
                  move orc-numero        to orv-numero
                  move orc-codigo-cliente to orv-cliente
                  move orc-codigo-cliente to codigo
                  read clientes
                  if   fs-clientes = "00"
                       move nome          to orv-nome
                  else
                       move "(cliente nao cadastrado)" to orv-nome
                  end-if
                  move orc-vendedor      to orv-vendedor
                  move spaces            to orv-data
                  string orc-data (7:2) "/" orc-data (5:2) "/"
                         orc-data (1:4) delimited by size
                         into orv-data
                  move spaces            to orv-validade
                  string orc-validade (7:2) "/" orc-validade (5:2) "/"
                         orc-validade (1:4) delimited by size
                         into orv-validade
                  move orc-total         to orv-total
                  move linha-orc-vencido to relatorio-registro
                  write relatorio-registro
                  add 1                  to ws-linhas-pagina
             end-if
             read orcamentos next
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Orcamentos vencidos:"   to ver-total-label
          move ws-cont-orc-rel          to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio
          display "Orcamentos vencidos: " at 1805
          display ws-cont-orc-rel         at 1826
          perform 2051-dialogo-impressao.
       2302-exit section.
       2302.
          exit.

       2303-cab-orc-vencidos section.
       2303.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-orc
          move linha-cab-orc-vencidos   to relatorio-registro
          write relatorio-registro
          move linha-cab-orc-venc-labels to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2303-exit section.
       2303.
          exit.

      *>===================================================================================
      *>  bank boletos for open titulos: one titulo on screen, or
      *>  every open titulo of a remessa in one print run.  the
      *>  cedente data comes from param_cedente.dat (supervisor).
       2304-menu-boletos section.
       2304.
          display erase
          display "Boletos" at 0130
          display "(1) Boleto de um Titulo       " at 0305
          display "(2) Boletos de uma Remessa    " at 0405
          display "(3) Dados do Cedente          " at 0505
          display "(0) Voltar                    " at 0605
          display "( ) Opcao" at 0705
          move zeros                    to ws-opcao-boleto
          accept ws-opcao-boleto          at 0706
          with update auto-skip
          evaluate ws-opcao-boleto
              when 1
                  perform 2311-boleto-titulo
              when 2
                  perform 2312-boletos-remessa
              when 3
                  if   operador-supervisor
                       perform 2308-dados-cedente
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when other
                  continue
          end-evaluate.
       2304-exit section.
       2304.
          exit.

      *>  modulo 10 check digit (linha digitavel fields): weights 2,1
      *>  from the right, products over 9 reduced to their digit sum.
       2305-modulo-10 section.
       2305.
          move zeros                    to ws-mod-soma
          move 2                        to ws-mod-peso
          perform varying ws-mod-pos from ws-mod-tam by -1
              until ws-mod-pos < 1
             move ws-mod-campo (ws-mod-pos:1) to ws-mod-digito
             compute ws-mod-produto = ws-mod-digito * ws-mod-peso
             if   ws-mod-produto > 9
                  subtract 9              from ws-mod-produto
             end-if
             add ws-mod-produto         to ws-mod-soma
             if   ws-mod-peso = 2
                  move 1                  to ws-mod-peso
             else
                  move 2                  to ws-mod-peso
             end-if
          end-perform
          compute ws-mod-resto = function mod (ws-mod-soma, 10)
          compute ws-mod-dv = 10 - ws-mod-resto
          if   ws-mod-dv = 10
               move zeros                 to ws-mod-dv
          end-if.
       2305-exit section.
       2305.
          exit.

      *>  modulo 11 check digit of the barcode: weights 2 to 9 from
      *>  the right; results 0, 10 and 11 become 1.
       2306-modulo-11 section.
       2306.
          move zeros                    to ws-mod-soma
          move 2                        to ws-mod-peso
          perform varying ws-mod-pos from ws-mod-tam by -1
              until ws-mod-pos < 1
             move ws-mod-campo (ws-mod-pos:1) to ws-mod-digito
             compute ws-mod-soma = ws-mod-soma
                                 + ws-mod-digito * ws-mod-peso
             if   ws-mod-peso = 9
                  move 2                  to ws-mod-peso
             else
                  add 1                   to ws-mod-peso
             end-if
          end-perform
          compute ws-mod-resto = function mod (ws-mod-soma, 11)
          compute ws-mod-dv = 11 - ws-mod-resto
          if   ws-mod-dv = zeros
               or ws-mod-dv > 9
               move 1                     to ws-mod-dv
          end-if.
       2306-exit section.
       2306.
          exit.

      *>  cedente data into ws-ced-dados; with no file, or no banco
      *>  filled in, boletos cannot be issued.
       2307-le-param-cedente section.
       2307.
          move "N"                      to ws-flag-ced-ok
          initialize ws-ced-dados
          open input arq-param-ced
          if   fs-param-ced = "00"
               read arq-param-ced
               if   fs-param-ced = "00"
                    and ced-banco numeric
                    and ced-banco-dv numeric
                    and ced-agencia numeric
                    and ced-conta numeric
                    and ced-carteira numeric
                    move registro-param-ced to ws-ced-dados
                    if   ws-ced-banco > zeros
                         set  cedente-configurado to true
                    end-if
               end-if
               close arq-param-ced
          end-if.
       2307-exit section.
       2307.
          exit.

       2308-dados-cedente section.
       2308.
          perform 2307-le-param-cedente
          display erase
          display "Dados do Cedente (Boletos)" at 0428
          display "Banco / DV         : " at 0605
          display "Cedente (nome)     : " at 0705
          display "CNPJ               : " at 0805
          display "Agencia / DV       : " at 0905
          display "Conta / DV         : " at 1005
          display "Carteira           : " at 1105
          display "Local de pagamento : " at 1205
          display "Instrucao          : " at 1305
          display ws-ced-banco            at 0627
          display ws-ced-banco-dv         at 0631
          display ws-ced-nome             at 0727
          display ws-ced-cnpj             at 0827
          display ws-ced-agencia          at 0927
          display ws-ced-agencia-dv       at 0932
          display ws-ced-conta            at 1027
          display ws-ced-conta-dv         at 1035
          display ws-ced-carteira         at 1127
          display ws-ced-local-pagto      at 1227
          display ws-ced-instrucao        at 1405
          display "Alterar [S/N]: "     at 1605
          accept opcao                    at 1620
          if   function upper-case(opcao) <> "S"
               go to 2308-fim
          end-if
          accept ws-ced-banco             at 0627 with update
          accept ws-ced-banco-dv          at 0631 with update
          accept ws-ced-nome              at 0727 with update
          accept ws-ced-cnpj              at 0827 with update
          accept ws-ced-agencia           at 0927 with update
          accept ws-ced-agencia-dv        at 0932 with update
          accept ws-ced-conta             at 1027 with update
          accept ws-ced-conta-dv          at 1035 with update
          accept ws-ced-carteira          at 1127 with update
          accept ws-ced-local-pagto       at 1227 with update
          accept ws-ced-instrucao         at 1405 with update
          if   ws-ced-banco = zeros
               or ws-ced-nome = spaces
               display "Banco e nome do cedente sao obrigatorios"
                       at 1905
               accept ws-teclas
               go to 2308-fim
          end-if
          open output arq-param-ced
          move ws-ced-dados             to registro-param-ced
          write registro-param-ced
          close arq-param-ced
          display "Dados do cedente gravados" at 1905
          accept ws-teclas.
       2308-fim.
          exit.
       2308-exit section.
       2308.
          exit.

      *>  barcode and linha digitavel for the titulo in
      *>  registro-titulos, charging ws-saldo-titulo.  barcode:
      *>  banco, moeda 9, dv, fator de vencimento, valor and the
      *>  campo livre agencia/carteira/nosso numero/conta.  the
      *>  fator counts days from 07/10/1997 and restarts at 1000
      *>  once it passes 9999.
       2309-calcula-codigo-barras section.
       2309.
          move ws-ced-banco             to ws-bol-bar-banco
          move 9                        to ws-bol-bar-moeda
          move zeros                    to ws-bol-bar-fator
          if   function test-date-yyyymmdd (tit-vencimento) = zeros
               compute ws-bol-fator =
                       function integer-of-date (tit-vencimento)
                     - function integer-of-date (19971007)
               perform until ws-bol-fator <= 9999
                  subtract 9000           from ws-bol-fator
               end-perform
               if   ws-bol-fator > zeros
                    move ws-bol-fator     to ws-bol-bar-fator
               end-if
          end-if
          compute ws-bol-bar-valor = ws-saldo-titulo * 100
          move ws-ced-agencia           to ws-bol-liv-agencia
          move ws-ced-carteira          to ws-bol-liv-carteira
          move tit-numero               to ws-bol-liv-nosso-num
          move ws-ced-conta             to ws-bol-liv-conta
          move zeros                    to ws-bol-liv-zero
          move spaces                   to ws-mod-campo
          string ws-bol-barras-x (1:4) ws-bol-barras-x (6:39)
                 delimited by size into ws-mod-campo
          move 43                       to ws-mod-tam
          perform 2306-modulo-11
          move ws-mod-dv                to ws-bol-bar-dv

          move ws-bol-barras-x (1:4)    to ws-bol-campo1 (1:4)
          move ws-bol-bar-livre (1:5)   to ws-bol-campo1 (5:5)
          move ws-bol-campo1            to ws-mod-campo
          move 9                        to ws-mod-tam
          perform 2305-modulo-10
          move ws-mod-dv                to ws-bol-dv1
          move ws-bol-bar-livre (6:10)  to ws-mod-campo
          move 10                       to ws-mod-tam
          perform 2305-modulo-10
          move ws-mod-dv                to ws-bol-dv2
          move ws-bol-bar-livre (16:10) to ws-mod-campo
          perform 2305-modulo-10
          move ws-mod-dv                to ws-bol-dv3
          move spaces                   to ws-bol-linha-dig
          string ws-bol-campo1 (1:5) "." ws-bol-campo1 (6:4)
                 ws-bol-dv1 " "
                 ws-bol-bar-livre (6:5) "." ws-bol-bar-livre (11:5)
                 ws-bol-dv2 " "
                 ws-bol-bar-livre (16:5) "." ws-bol-bar-livre (21:5)
                 ws-bol-dv3 " "
                 ws-bol-bar-dv " "
                 ws-bol-bar-fator ws-bol-bar-valor
                 delimited by size into ws-bol-linha-dig.
       2309-exit section.
       2309.
          exit.

      *>  one boleto for the titulo in registro-titulos, written
      *>  line by line through 2315; the sacado is its client.  the
      *>  "@ITF@" line carries the 44 barcode digits, which the
      *>  print program draws as interleaved 2 of 5 bars.
       2310-escreve-boleto section.
       2310.
          perform 2265-saldo-titulo
          perform 2309-calcula-codigo-barras
          move tit-codigo-cliente       to codigo
          read clientes
          if   fs-clientes <> "00"
               initialize registro-clientes
               move tit-codigo-cliente    to codigo
               move "(cliente nao cadastrado)" to nome
          end-if
          perform 2069-resolve-cidade-bairro

          move all "-"                  to ws-bol-linha-rel (1:78)
          perform 2315-grava-linha-boleto
          string "BANCO " ws-ced-banco "-" ws-ced-banco-dv "  |  "
                 ws-bol-linha-dig
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          move all "-"                  to ws-bol-linha-rel (1:78)
          perform 2315-grava-linha-boleto
          string "Local de pagamento: " ws-ced-local-pagto
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          move ws-saldo-titulo          to ws-valor-edit
          string "Vencimento: " tit-vencimento (7:2) "/"
                 tit-vencimento (5:2) "/" tit-vencimento (1:4)
                 "          Valor do documento: R$ " ws-valor-edit
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          string "Cedente: " ws-ced-nome "  CNPJ: " ws-ced-cnpj
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          string "Agencia/Codigo do cedente: " ws-ced-agencia "-"
                 ws-ced-agencia-dv " / " ws-ced-conta "-"
                 ws-ced-conta-dv
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          string "Nosso numero: " ws-ced-carteira "/"
                 ws-bol-liv-nosso-num
                 "   Documento: " tit-pedido "/" tit-parcela
                 "   Emissao: " tit-emissao (7:2) "/"
                 tit-emissao (5:2) "/" tit-emissao (1:4)
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          string "Instrucoes: " ws-ced-instrucao
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          if   ws-pfn-multa-pct > zeros
               or ws-pfn-juros-dia-pct > zeros
               move ws-pfn-multa-pct      to ws-pct-edit
               move ws-pfn-juros-dia-pct  to ws-taxa-edit
               string "Apos o vencimento cobrar multa de "
                      ws-pct-edit "% e juros de " ws-taxa-edit
                      "% ao dia"
                      delimited by size into ws-bol-linha-rel
               perform 2315-grava-linha-boleto
          end-if
          move all "-"                  to ws-bol-linha-rel (1:78)
          perform 2315-grava-linha-boleto
          string "Sacado: " nome
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          string "        CPF/CNPJ: " cpf-cnpj
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          string "        " endereco delimited by "  "
                 ", " numero " " complemento
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          string "        " ws-nome-bairro-resolvido delimited by "  "
                 " - " ws-nome-cidade-resolvido delimited by "  "
                 "/" ws-uf-cidade-resolvido "  CEP: " cep (1:5) "-"
                 cep (6:3)
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          perform 2315-grava-linha-boleto
          string "@ITF@" ws-bol-barras-x
                 delimited by size into ws-bol-linha-rel
          perform 2315-grava-linha-boleto
          move all "-"                  to ws-bol-linha-rel (1:78)
          perform 2315-grava-linha-boleto.
       2310-exit section.
       2310.
          exit.

       2311-boleto-titulo section.
       2311.
          display erase
          display "Boleto de Titulo" at 0430
          display "Titulo             : " at 0605
          move zeros                    to ws-bol-titulo
          accept ws-bol-titulo            at 0627
          if   ws-bol-titulo = zeros
               go to 2311-fim
          end-if
          perform 2307-le-param-cedente
          if   not cedente-configurado
               display "Cedente nao configurado - ver Dados do Cedente"
                       at 1905
               accept ws-teclas
               go to 2311-fim
          end-if
          move ws-bol-titulo            to tit-numero
          read titulos
          if   fs-titulos <> "00"
               display "Titulo nao cadastrado" at 1905
               accept ws-teclas
               go to 2311-fim
          end-if
          if   tit-situacao <> "A"
               display "Titulo nao esta em aberto" at 1905
               accept ws-teclas
               go to 2311-fim
          end-if
          perform 2265-saldo-titulo
          if   ws-saldo-titulo = zeros
               display "Titulo sem saldo em aberto" at 1905
               accept ws-teclas
               go to 2311-fim
          end-if
          perform 2260-le-param-financeiro
          call "CBL_CREATE_DIR" using ws-pasta-boletos
          move spaces                   to ws-bol-arq
          string ws-pasta-boletos delimited by " "
                 "boleto_" tit-numero ".rel"
                 delimited by size into ws-bol-arq
          move ws-bol-arq               to wid-relatorio
          open output relatorio
          if   fs-relatorio <> "00"
               display "Erro ao gravar o boleto - status "
                       at 1905
               display fs-relatorio       at 1939
               accept ws-teclas
               go to 2311-fim
          end-if
          set  boleto-no-relatorio      to true
          perform 2310-escreve-boleto
          close relatorio
          display "Sacado             : " at 0805
          display nome                    at 0827
          display "Saldo              : " at 0905
          display ws-valor-edit           at 0927
          display "Linha digitavel    : " at 1005
          display ws-bol-linha-dig        at 1105
          display "Enviar por e-mail [S/N]: " at 1305
          move "N"                      to opcao
          accept opcao                    at 1330
          if   function upper-case(opcao) = "S"
               perform 2313-envia-boleto-email
               if   boleto-enviado
                    display "Boleto enviado para " at 1905
                    display ws-email-preferido at 1925
               else
                    display ws-bol-motivo  at 1905
               end-if
               accept ws-teclas
          else
               perform 2051-dialogo-impressao
          end-if.
       2311-fim.
          exit.
       2311-exit section.
       2311.
          exit.

      *>  every open titulo sent to the bank on one remessa date.
      *>  with e-mail chosen, a client who accepts e-mail gets the
      *>  boleto as a PDF attachment; all the others are printed
      *>  together, one boleto per page.
       2312-boletos-remessa section.
       2312.
          display erase
          display "Boletos de uma Remessa" at 0430
          display "Data da remessa (aaaammdd, 0=hoje) : " at 0605
          move zeros                    to ws-bol-remessa
          accept ws-bol-remessa           at 0643
          if   ws-bol-remessa = zeros
               accept ws-bol-remessa from date yyyymmdd
          end-if
          perform 2307-le-param-cedente
          if   not cedente-configurado
               display "Cedente nao configurado - ver Dados do Cedente"
                       at 1905
               accept ws-teclas
               go to 2312-fim
          end-if
          display "Enviar por e-mail a quem autorizou [S/N]: " at 0805
          move "N"                      to ws-bol-email
          accept ws-bol-email             at 0848
          move function upper-case(ws-bol-email) to ws-bol-email
          perform 2260-le-param-financeiro
          call "CBL_CREATE_DIR" using ws-pasta-boletos
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-bol-cont
          move zeros                    to ws-bol-cont-email
          move zeros                    to ws-bol-cont-falha
          move zeros                    to tit-numero
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos = "00"
               read titulos next
               perform until fs-titulos <> "00"
                  if   tit-situacao = "A"
                       and tit-data-remessa numeric
                       and tit-data-remessa = ws-bol-remessa
                       perform 2314-boleto-da-remessa
                  end-if
                  read titulos next
               end-perform
          end-if
          close relatorio
          display "Boletos impressos  : " at 1005
          display ws-bol-cont             at 1027
          display "Enviados por e-mail: " at 1105
          display ws-bol-cont-email       at 1127
          display "Falhas no e-mail   : " at 1205
          display ws-bol-cont-falha       at 1227
          if   ws-bol-cont > zeros
               perform 2051-dialogo-impressao
          else
               display "Nenhum boleto a imprimir" at 1905
               accept ws-teclas
          end-if.
       2312-fim.
          exit.
       2312-exit section.
       2312.
          exit.

      *>  mails the boleto already written to ws-bol-arq for the
      *>  titulo and client in the records: the PDF printer names
      *>  the file after the document title, boleto_<titulo>, in the
      *>  boletos/ folder, and the message in mailspool/ points at
      *>  it on its "Anexo:" line.
       2313-envia-boleto-email section.
       2313.
          move "N"                      to ws-flag-bol-email-ok
          move spaces                   to ws-bol-motivo
          move "E"                      to ws-cns-canal
          perform 2242-consentimento-canal
          if   ws-flag-consentido = "N"
               move "Cliente nao autorizou contato por e-mail"
                    to ws-bol-motivo
               go to 2313-fim
          end-if
          perform 2141-contatos-preferidos
          if   ws-email-preferido = spaces
               move "Cliente sem e-mail cadastrado" to ws-bol-motivo
               go to 2313-fim
          end-if
          move "P"                      to ws-destino-rel
          move ws-bol-arq               to ws-nome-arq-rel
          move "N"                      to ws-opcao-dialogo-rel
          move 1                        to ws-copias-rel
          move spaces                   to ws-titulo-doc-rel
          string "boleto_" tit-numero
                 delimited by size into ws-titulo-doc-rel
          call relatorio-impressao using ws-param-relatorio
          cancel relatorio-impressao
          move spaces                   to ws-titulo-doc-rel

          call "CBL_CREATE_DIR" using ws-pasta-mail
          accept ws-data-rel from date yyyymmdd
          accept ws-horas    from time
          move spaces                   to wid-mail
          string ws-pasta-mail delimited by " "
                 "boleto_" ws-data-rel "_" ws-horas "_" tit-numero
                 ".txt"
                 delimited by size into wid-mail
          open output arq-mail
          if   fs-mail <> "00"
               move "F"                   to ws-status-email
               perform 2190-grava-status-email
               move "Erro ao gravar a mensagem" to ws-bol-motivo
               go to 2313-fim
          end-if
          move spaces                   to registro-mail
          string "Para: " ws-email-preferido
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          string "Assunto: Boleto - titulo " tit-numero
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          string "Anexo: " ws-pasta-boletos delimited by " "
                 "boleto_" tit-numero ".pdf"
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          write registro-mail
          string "Prezado(a) " nome delimited by "  "
                 ","
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          write registro-mail
          move ws-saldo-titulo          to ws-valor-edit
          string "Segue em anexo o boleto do titulo " tit-numero
                 ", vencimento " tit-vencimento (7:2) "/"
                 tit-vencimento (5:2) "/" tit-vencimento (1:4)
                 ", valor R$ " ws-valor-edit "."
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          string "Linha digitavel: " ws-bol-linha-dig
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          write registro-mail
          move "Atenciosamente,"        to registro-mail
          write registro-mail
          move ws-ced-nome              to registro-mail
          write registro-mail
          close arq-mail
          move "E"                      to ws-status-email
          perform 2190-grava-status-email
          set  boleto-enviado           to true.
       2313-fim.
          exit.
       2313-exit section.
       2313.
          exit.

       2314-boleto-da-remessa section.
       2314.
          perform 2265-saldo-titulo
          if   ws-saldo-titulo = zeros
               go to 2314-fim
          end-if
          if   boleto-por-email
               move tit-codigo-cliente    to codigo
               read clientes
               if   fs-clientes = "00"
                    move "E"              to ws-cns-canal
                    perform 2242-consentimento-canal
                    perform 2141-contatos-preferidos
                    if   ws-flag-consentido = "S"
                         and ws-email-preferido <> spaces
                         perform 2316-boleto-individual
                         if   boleto-enviado
                              add 1        to ws-bol-cont-email
                              go to 2314-fim
                         end-if
                         add 1             to ws-bol-cont-falha
                    end-if
               end-if
          end-if
      *>  printed with the rest of the remessa, one per page.
          set  boleto-no-relatorio      to true
          if   ws-bol-cont > zeros
               move "@PAGINA@"            to ws-bol-linha-rel
               perform 2315-grava-linha-boleto
          end-if
          perform 2310-escreve-boleto
          add 1                         to ws-bol-cont.
       2314-fim.
          exit.
       2314-exit section.
       2314.
          exit.

       2315-grava-linha-boleto section.
       2315.
          if   boleto-no-arquivo-mail
               move ws-bol-linha-rel      to registro-mail
               write registro-mail
          else
               move ws-bol-linha-rel      to relatorio-registro
               write relatorio-registro
          end-if
          move spaces                   to ws-bol-linha-rel.
       2315-exit section.
       2315.
          exit.

      *>  a remessa boleto going by e-mail gets a file of its own,
      *>  written through arq-mail while the remessa print file
      *>  stays open, and is then mailed by 2313.
       2316-boleto-individual section.
       2316.
          move "N"                      to ws-flag-bol-email-ok
          move spaces                   to ws-bol-arq
          string ws-pasta-boletos delimited by " "
                 "boleto_" tit-numero ".rel"
                 delimited by size into ws-bol-arq
          move ws-bol-arq               to wid-mail
          open output arq-mail
          if   fs-mail <> "00"
               go to 2316-fim
          end-if
          set  boleto-no-arquivo-mail   to true
          perform 2310-escreve-boleto
          close arq-mail
          set  boleto-no-relatorio      to true
          perform 2313-envia-boleto-email.
       2316-fim.
          exit.
       2316-exit section.
       2316.
          exit.

      *>===================================================================================
      *>  regua de cobranca: each open titulo gets the letter or
      *>  e-mail of the last stage its days from the vencimento have
      *>  reached (D-3 reminder, D+5, D+15, D+30 by default).  every
      *>  stage sent is an ocorrencia of the client, with the
      *>  follow-up date of the stage, and that ocorrencia is what
      *>  keeps a stage from going out twice for the same titulo.
       2317-menu-regua section.
       2317.
          display erase
          display "Regua de Cobranca" at 0130
          display "(1) Etapas da Regua           " at 0305
          display "(2) Executar a Regua Agora    " at 0405
          display "(3) Negativacao / Protesto    " at 0505
          display "(4) Controle de Negativacao   " at 0605
          display "(0) Voltar                    " at 0705
          display "( ) Opcao" at 0805
          move zeros                    to ws-opcao-regua
          accept ws-opcao-regua           at 0806
          with update auto-skip
          evaluate ws-opcao-regua
              when 1
                  if   operador-supervisor
                       perform 2319-etapas-regua
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when 2
                  display "Confirma a execucao [S/N]: " at 0905
                  move "N"              to opcao
                  accept opcao            at 0933
                  if   function upper-case(opcao) = "S"
                       perform 2322-executa-regua
                       display "Cartas geradas     : " at 1005
                       display ws-rgu-cont-cartas    at 1027
                       display "E-mails gerados    : " at 1105
                       display ws-rgu-cont-emails    at 1127
                       display "Sem canal (ocorr.) : " at 1205
                       display ws-rgu-cont-sem-canal at 1227
                       display "Falhas de e-mail   : " at 1305
                       display ws-rgu-cont-falhas    at 1327
                       if   ws-rgu-cont-cartas > zeros
                            perform 2051-dialogo-impressao
                       else
                            display "Nenhuma carta a imprimir"
                                    at 1905
                            accept ws-teclas
                       end-if
                  end-if
              when 3
                  if   operador-supervisor
                       perform 2493-executa-negativacao
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when 4
                  perform 2502-relatorio-controle-neg
              when other
                  continue
          end-evaluate.
       2317-exit section.
       2317.
          exit.

      *>  stages into ws-tab-regua, in day order; a missing
      *>  param_regua.dat is created with the default four stages.
       2318-carrega-regua section.
       2318.
          move zeros                    to ws-qtd-regua
          open input arq-param-regua
          if   fs-param-regua = "35"
               open output arq-param-regua
               move 1                    to rgu-etapa
               move "-"                  to rgu-sentido
               move 3                    to rgu-dias
               move "LEMBRETE"           to rgu-nome
               move "regua_lembrete.txt" to rgu-modelo
               move "A"                  to rgu-canal
               move 2                    to rgu-retorno-dias
               write registro-param-regua
               move 2                    to rgu-etapa
               move "+"                  to rgu-sentido
               move 5                    to rgu-dias
               move "PRIMEIRO AVISO"     to rgu-nome
               move "regua_aviso1.txt"   to rgu-modelo
               move 5                    to rgu-retorno-dias
               write registro-param-regua
               move 3                    to rgu-etapa
               move 15                   to rgu-dias
               move "AVISO FIRME"        to rgu-nome
               move "regua_aviso2.txt"   to rgu-modelo
               write registro-param-regua
               move 4                    to rgu-etapa
               move 30                   to rgu-dias
               move "PRE-PROTESTO"       to rgu-nome
               move "regua_preprotesto.txt" to rgu-modelo
               move "C"                  to rgu-canal
               move 10                   to rgu-retorno-dias
               write registro-param-regua
               close arq-param-regua
               open input arq-param-regua
          end-if
          if   fs-param-regua = "00"
               read arq-param-regua
               perform until fs-param-regua <> "00"
                          or ws-qtd-regua >= 10
                  if   rgu-etapa numeric
                       and rgu-etapa > zeros
                       and rgu-dias numeric
                       add 1             to ws-qtd-regua
                       move rgu-etapa    to ws-rgu-etapa (ws-qtd-regua)
                       move rgu-sentido
                            to ws-rgu-sentido (ws-qtd-regua)
                       move rgu-dias     to ws-rgu-dias (ws-qtd-regua)
                       move rgu-nome     to ws-rgu-nome (ws-qtd-regua)
                       move rgu-modelo
                            to ws-rgu-modelo (ws-qtd-regua)
                       move rgu-canal    to ws-rgu-canal (ws-qtd-regua)
                       if   rgu-retorno-dias numeric
                            move rgu-retorno-dias
                                 to ws-rgu-retorno (ws-qtd-regua)
                       else
                            move zeros
                                 to ws-rgu-retorno (ws-qtd-regua)
                       end-if
                       move ws-qtd-regua to ws-idx-regua
                       perform 2330-offset-etapa
                  end-if
                  read arq-param-regua
               end-perform
               close arq-param-regua
          end-if
          perform varying ws-idx-regua from 2 by 1
              until ws-idx-regua > ws-qtd-regua
             perform varying ws-idx-regua2 from ws-idx-regua by -1
                 until ws-idx-regua2 < 2
                    or ws-rgu-offset (ws-idx-regua2 - 1)
                       <= ws-rgu-offset (ws-idx-regua2)
                move ws-rgu-item (ws-idx-regua2) to ws-rgu-aux
                move ws-rgu-item (ws-idx-regua2 - 1)
                     to ws-rgu-item (ws-idx-regua2)
                move ws-rgu-aux
                     to ws-rgu-item (ws-idx-regua2 - 1)
             end-perform
          end-perform.
       2318-exit section.
       2318.
          exit.

       2319-etapas-regua section.
       2319.
          perform 2318-carrega-regua
          move "N"                      to ws-flag-sair-regua
          perform 2320-tela-etapas-regua until sair-regua.
       2319-exit section.
       2319.
          exit.

       2320-tela-etapas-regua section.
       2320.
          display erase
          display "Regua de Cobranca - Etapas" at 0428
          display "Et  Dias Nome                 Modelo" at 0505
          display "C Ret" at 0567
          move 06                       to ws-rgu-lin
          perform varying ws-idx-regua from 1 by 1
              until ws-idx-regua > ws-qtd-regua
             compute ws-rgu-at = ws-rgu-lin * 100 + 05
             display ws-rgu-etapa (ws-idx-regua)   at ws-rgu-at
             compute ws-rgu-at = ws-rgu-lin * 100 + 09
             display ws-rgu-sentido (ws-idx-regua) at ws-rgu-at
             compute ws-rgu-at = ws-rgu-lin * 100 + 10
             display ws-rgu-dias (ws-idx-regua)    at ws-rgu-at
             compute ws-rgu-at = ws-rgu-lin * 100 + 14
             display ws-rgu-nome (ws-idx-regua)    at ws-rgu-at
             compute ws-rgu-at = ws-rgu-lin * 100 + 35
             display ws-rgu-modelo (ws-idx-regua)  at ws-rgu-at
             compute ws-rgu-at = ws-rgu-lin * 100 + 67
             display ws-rgu-canal (ws-idx-regua)   at ws-rgu-at
             compute ws-rgu-at = ws-rgu-lin * 100 + 69
             display ws-rgu-retorno (ws-idx-regua) at ws-rgu-at
             add 1                      to ws-rgu-lin
          end-perform
          display "Canal: A=e-mail ou carta  E=so e-mail  C=so carta"
                  at 1705
          display "Etapa (0=volta)    : " at 1905
          move zeros                    to ws-rgu-etapa-tela
          accept ws-rgu-etapa-tela        at 1927
          if   ws-rgu-etapa-tela = zeros
               set  sair-regua            to true
               go to 2320-fim
          end-if
          move zeros                    to ws-rgu-ap
          perform varying ws-idx-regua from 1 by 1
              until ws-idx-regua > ws-qtd-regua
             if   ws-rgu-etapa (ws-idx-regua) = ws-rgu-etapa-tela
                  move ws-idx-regua      to ws-rgu-ap
             end-if
          end-perform
          if   ws-rgu-ap = zeros
               if   ws-qtd-regua >= 10
                    display "Limite de 10 etapas" at 2305
                    accept ws-teclas
                    go to 2320-fim
               end-if
               add 1                     to ws-qtd-regua
               move ws-qtd-regua         to ws-rgu-ap
               move ws-rgu-etapa-tela    to ws-rgu-etapa (ws-rgu-ap)
               move "+"                  to ws-rgu-sentido (ws-rgu-ap)
               move zeros                to ws-rgu-dias (ws-rgu-ap)
               move spaces               to ws-rgu-nome (ws-rgu-ap)
               move spaces               to ws-rgu-modelo (ws-rgu-ap)
               move "A"                  to ws-rgu-canal (ws-rgu-ap)
               move 5                    to ws-rgu-retorno (ws-rgu-ap)
          end-if
          display "Antes/depois (-/+) : " at 2005
          display "Dias: "              at 2030
          display "Canal: "             at 2042
          display "Retorno: "           at 2052
          display "Nome               : " at 2105
          display "Modelo (arquivo)   : " at 2205
          accept ws-rgu-sentido (ws-rgu-ap) at 2027 with update
          accept ws-rgu-dias (ws-rgu-ap)    at 2036 with update
          accept ws-rgu-canal (ws-rgu-ap)   at 2049 with update
          accept ws-rgu-retorno (ws-rgu-ap) at 2061 with update
          accept ws-rgu-nome (ws-rgu-ap)    at 2127 with update
          accept ws-rgu-modelo (ws-rgu-ap)  at 2227 with update
          display "(G)rava (E)xclui (C)ancela: " at 2305
          move "G"                      to opcao
          accept opcao                    at 2334 with update
          evaluate function upper-case(opcao)
              when "G"
                  move function upper-case(ws-rgu-canal (ws-rgu-ap))
                       to ws-rgu-canal (ws-rgu-ap)
                  if  (ws-rgu-sentido (ws-rgu-ap) <> "-"
                       and ws-rgu-sentido (ws-rgu-ap) <> "+")
                       or (ws-rgu-canal (ws-rgu-ap) <> "A"
                       and ws-rgu-canal (ws-rgu-ap) <> "E"
                       and ws-rgu-canal (ws-rgu-ap) <> "C")
                       or ws-rgu-nome (ws-rgu-ap) = spaces
                       or ws-rgu-modelo (ws-rgu-ap) = spaces
                       display "Etapa incompleta - nao gravada"
                               at 2405
                       accept ws-teclas
                  else
                       perform 2321-grava-regua
                  end-if
              when "E"
                  perform varying ws-idx-regua from ws-rgu-ap by 1
                      until ws-idx-regua >= ws-qtd-regua
                     move ws-rgu-item (ws-idx-regua + 1)
                          to ws-rgu-item (ws-idx-regua)
                  end-perform
                  subtract 1            from ws-qtd-regua
                  perform 2321-grava-regua
              when other
                  continue
          end-evaluate
      *>  back from the file: drops an unsaved edit and re-sorts.
          perform 2318-carrega-regua.
       2320-fim.
          exit.
       2320-exit section.
       2320.
          exit.

       2321-grava-regua section.
       2321.
          open output arq-param-regua
          perform varying ws-idx-regua from 1 by 1
              until ws-idx-regua > ws-qtd-regua
             move ws-rgu-etapa (ws-idx-regua)   to rgu-etapa
             move ws-rgu-sentido (ws-idx-regua) to rgu-sentido
             move ws-rgu-dias (ws-idx-regua)    to rgu-dias
             move ws-rgu-nome (ws-idx-regua)    to rgu-nome
             move ws-rgu-modelo (ws-idx-regua)  to rgu-modelo
             move ws-rgu-canal (ws-idx-regua)   to rgu-canal
             move ws-rgu-retorno (ws-idx-regua) to rgu-retorno-dias
             write registro-param-regua
          end-perform
          close arq-param-regua.
       2321-exit section.
       2321.
          exit.

      *>  one run over the open titulos (screen option and batch
      *>  command REGUA): letters go to one reports/ file, one per
      *>  page, e-mails to the mail spool.
       2322-executa-regua section.
       2322.
          move zeros                    to ws-rgu-cont-cartas
          move zeros                    to ws-rgu-cont-emails
          move zeros                    to ws-rgu-cont-sem-canal
          move zeros                    to ws-rgu-cont-falhas
          move spaces                   to ws-rgu-modelo-atual
          perform 2318-carrega-regua
          accept ws-rgu-hoje from date yyyymmdd
          perform 2007-monta-label-rel
          open output relatorio
          call "CBL_CREATE_DIR" using ws-pasta-mail
          if   ws-qtd-regua > zeros
               move zeros                to tit-numero
               start titulos key is not less tit-numero
                   invalid key continue
               end-start
               if   fs-titulos = "00"
                    read titulos next
                    perform until fs-titulos <> "00"
                       if   tit-situacao = "A"
                            perform 2323-regua-titulo
                       end-if
                       read titulos next
                    end-perform
               end-if
          end-if
          close relatorio.
       2322-exit section.
       2322.
          exit.

       2323-regua-titulo section.
       2323.
          if   function test-date-yyyymmdd (tit-vencimento) <> zeros
               go to 2323-fim
          end-if
          perform 2265-saldo-titulo
          if   ws-saldo-titulo = zeros
               go to 2323-fim
          end-if
          compute ws-rgu-atraso =
                  function integer-of-date (ws-rgu-hoje)
                - function integer-of-date (tit-vencimento)
          move zeros                    to ws-rgu-ap
          perform varying ws-idx-regua from 1 by 1
              until ws-idx-regua > ws-qtd-regua
             if   ws-rgu-offset (ws-idx-regua) <= ws-rgu-atraso
                  move ws-idx-regua      to ws-rgu-ap
             end-if
          end-perform
          if   ws-rgu-ap = zeros
               go to 2323-fim
          end-if
          move tit-codigo-cliente       to codigo
          read clientes
          if   fs-clientes <> "00"
               go to 2323-fim
          end-if
          move spaces                   to ws-rgu-chave-oco
          string "REGUA " ws-rgu-etapa (ws-rgu-ap) " TIT " tit-numero
                 delimited by size into ws-rgu-chave-oco
          perform 2324-etapa-ja-enviada
          if   etapa-ja-enviada
               go to 2323-fim
          end-if

      *>  e-mail needs the "E" consent and a preferred address, the
      *>  letter the "M" consent; the stage may restrict to one.
          move "M"                      to ws-cns-canal
          perform 2242-consentimento-canal
          move ws-flag-consentido       to ws-flag-cons-mala
          move "E"                      to ws-cns-canal
          perform 2242-consentimento-canal
          move ws-flag-consentido       to ws-flag-cons-email
          perform 2141-contatos-preferidos
          move spaces                   to ws-rgu-canal-usado
          if   ws-rgu-canal (ws-rgu-ap) <> "C"
               and ws-flag-cons-email = "S"
               and ws-email-preferido <> spaces
               move "EMAIL"               to ws-rgu-canal-usado
          else
               if   ws-rgu-canal (ws-rgu-ap) <> "E"
                    and ws-flag-cons-mala = "S"
                    move "CARTA"          to ws-rgu-canal-usado
               end-if
          end-if

          move ws-rgu-nome (ws-rgu-ap)  to ws-rgu-nome-etapa
          move spaces                   to ws-rgu-vencimento-edit
          string tit-vencimento (7:2) "/" tit-vencimento (5:2) "/"
                 tit-vencimento (1:4)
                 delimited by size into ws-rgu-vencimento-edit
          move ws-saldo-titulo          to ws-rgu-valor-edit
          if   ws-rgu-atraso < zeros
               compute ws-rgu-dias-edit = 0 - ws-rgu-atraso
          else
               move ws-rgu-atraso         to ws-rgu-dias-edit
          end-if
          move "S"                      to ws-flag-rgu-ok
          evaluate ws-rgu-canal-usado
              when "EMAIL"
                  perform 2325-carrega-modelo-regua
                  perform 2069-resolve-cidade-bairro
                  perform 2327-email-regua
              when "CARTA"
                  perform 2325-carrega-modelo-regua
                  perform 2069-resolve-cidade-bairro
                  perform 2328-carta-regua
              when other
                  move "SEM CANAL"       to ws-rgu-canal-usado
                  add 1                  to ws-rgu-cont-sem-canal
          end-evaluate
      *>  a failed e-mail leaves no ocorrencia: tomorrow's run tries
      *>  the same stage again.
          if   not regua-enviado
               go to 2323-fim
          end-if
          move spaces                   to ws-rgu-texto-oco
          string ws-rgu-chave-oco " " ws-rgu-canal-usado " "
                 ws-rgu-nome (ws-rgu-ap)
                 delimited by size into ws-rgu-texto-oco
          perform 2329-grava-ocorrencia-regua.
       2323-fim.
          exit.
       2323-exit section.
       2323.
          exit.

      *>  looks for the ocorrencia of this stage and titulo under the
      *>  client, leaving the client's last sequence in
      *>  ws-rgu-seq-oco for the new one.
       2324-etapa-ja-enviada section.
       2324.
          move "N"                      to ws-flag-rgu-enviada
          move zeros                    to ws-rgu-seq-oco
          move codigo                   to oco-codigo
          move zeros                    to oco-sequencia
          start ocorrencias key is not less oco-chave
              invalid key continue
          end-start
          if   fs-ocorr = "00"
               read ocorrencias next
               perform until fs-ocorr <> "00"
                          or oco-codigo <> codigo
                  move oco-sequencia     to ws-rgu-seq-oco
                  if   oco-texto (1:19) = ws-rgu-chave-oco
                       set  etapa-ja-enviada to true
                  end-if
                  read ocorrencias next
               end-perform
          end-if.
       2324-exit section.
       2324.
          exit.

      *>  the stage's template into the carta bench (ws-tab-carta);
      *>  a missing template file is created with a default text.
       2325-carrega-modelo-regua section.
       2325.
          if   ws-rgu-modelo (ws-rgu-ap) = ws-rgu-modelo-atual
               go to 2325-fim
          end-if
          move ws-rgu-modelo (ws-rgu-ap) to wid-modelo-regua
          open input arq-modelo-regua
          if   fs-modelo-regua = "35"
               open output arq-modelo-regua
               move "Prezado(a) %NOME%,"  to registro-modelo-regua
               write registro-modelo-regua
               move spaces                to registro-modelo-regua
               write registro-modelo-regua
               if   ws-rgu-sentido (ws-rgu-ap) = "-"
                    move "Lembramos que o titulo %TITULO% vence em"
                         to registro-modelo-regua
                    write registro-modelo-regua
                    move "%VENCIMENTO%, no valor de R$ %VALOR%."
                         to registro-modelo-regua
                    write registro-modelo-regua
               else
                    move "%ETAPA%: ate o momento nao identificamos o"
                         to registro-modelo-regua
                    write registro-modelo-regua
                    move "pagamento do titulo %TITULO%, vencido em"
                         to registro-modelo-regua
                    write registro-modelo-regua
                    move "%VENCIMENTO% (%DIAS% dias), no valor de"
                         to registro-modelo-regua
                    write registro-modelo-regua
                    move "R$ %VALOR%, acrescido dos encargos."
                         to registro-modelo-regua
                    write registro-modelo-regua
               end-if
               move spaces                to registro-modelo-regua
               write registro-modelo-regua
               move "Caso o pagamento ja tenha sido feito,"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "por favor desconsidere este aviso."
                    to registro-modelo-regua
               write registro-modelo-regua
               move spaces                to registro-modelo-regua
               write registro-modelo-regua
               move "%ENDERECO%, %NUMERO% %COMPLEMENTO%"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "%BAIRRO% - %CIDADE%/%ESTADO%"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "CEP: %CEP%"           to registro-modelo-regua
               write registro-modelo-regua
               close arq-modelo-regua
               open input arq-modelo-regua
          end-if
          move zeros                    to ws-qtd-linhas-carta
          if   fs-modelo-regua = "00"
               read arq-modelo-regua
               perform until fs-modelo-regua <> "00"
                          or ws-qtd-linhas-carta >= 60
                  add 1                   to ws-qtd-linhas-carta
                  move registro-modelo-regua
                       to ws-carta-modelo (ws-qtd-linhas-carta)
                  read arq-modelo-regua
               end-perform
               close arq-modelo-regua
          end-if
          move ws-rgu-modelo (ws-rgu-ap) to ws-rgu-modelo-atual.
       2325-fim.
          exit.
       2325-exit section.
       2325.
          exit.

       2327-email-regua section.
       2327.
          accept ws-data-rel from date yyyymmdd
          accept ws-horas    from time
          move spaces                   to wid-mail
          string ws-pasta-mail delimited by " "
                 "regua_" ws-data-rel "_" ws-horas "_" tit-numero
                 ".txt"
                 delimited by size into wid-mail
          open output arq-mail
          if   fs-mail <> "00"
               move "N"                   to ws-flag-rgu-ok
               add 1                      to ws-rgu-cont-falhas
               move "F"                   to ws-status-email
               perform 2190-grava-status-email
               go to 2327-fim
          end-if
          move spaces                   to registro-mail
          string "Para: " ws-email-preferido
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          string "Assunto: " ws-rgu-nome (ws-rgu-ap)
                 delimited by "  "
                 " - titulo " tit-numero
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          write registro-mail
          perform varying ws-idx-carta from 1 by 1
              until ws-idx-carta > ws-qtd-linhas-carta
             move ws-carta-modelo (ws-idx-carta) to ws-carta-linha
             perform 2093-monta-linha-carta
             move ws-carta-saida        to registro-mail
             write registro-mail
          end-perform
          close arq-mail
          add 1                         to ws-rgu-cont-emails
          move "E"                      to ws-status-email
          perform 2190-grava-status-email.
       2327-fim.
          exit.
       2327-exit section.
       2327.
          exit.

       2328-carta-regua section.
       2328.
          if   ws-rgu-cont-cartas > zeros
               move "@PAGINA@"            to relatorio-registro
               write relatorio-registro
          end-if
          add 1                         to ws-rgu-cont-cartas
          perform varying ws-idx-carta from 1 by 1
              until ws-idx-carta > ws-qtd-linhas-carta
             move ws-carta-modelo (ws-idx-carta) to ws-carta-linha
             perform 2093-monta-linha-carta
             move ws-carta-saida        to relatorio-registro
             write relatorio-registro
          end-perform.
       2328-exit section.
       2328.
          exit.

      *>  the stage sent, as an ocorrencia of the client with the
      *>  stage's follow-up date for the login reminder (2194).
       2329-grava-ocorrencia-regua section.
       2329.
          if   ws-rgu-seq-oco >= 999
               go to 2329-fim
          end-if
          add 1                         to ws-rgu-seq-oco
          initialize registro-ocorrencias
          move codigo                   to oco-codigo
          move ws-rgu-seq-oco           to oco-sequencia
          accept oco-data from date yyyymmdd
          accept oco-hora from time
          move ws-oper-login-logado     to oco-operador
          move ws-rgu-texto-oco         to oco-texto
          move zeros                    to oco-retorno
          if   ws-rgu-retorno (ws-rgu-ap) > zeros
               move ws-rgu-hoje           to ws-data-base-calc
               move ws-rgu-retorno (ws-rgu-ap) to ws-dias-somar
               perform 2255-soma-dias-data
               move ws-data-result-calc   to oco-retorno
          end-if
          move "N"                      to oco-resolvida
          write registro-ocorrencias
          if   fs-ocorr = "00" and oco-retorno > zeros
               initialize ws-ind-deltas
               move oco-retorno           to ws-ind-data
               move 1                     to ws-ind-d-oco
               perform 2404-atualiza-indicador
          end-if.
       2329-fim.
          exit.
       2329-exit section.
       2329.
          exit.

       2330-offset-etapa section.
       2330.
          if   ws-rgu-sentido (ws-idx-regua) = "-"
               compute ws-rgu-offset (ws-idx-regua) =
                       0 - ws-rgu-dias (ws-idx-regua)
          else
               move ws-rgu-dias (ws-idx-regua)
                    to ws-rgu-offset (ws-idx-regua)
          end-if.
       2330-exit section.
       2330.
          exit.

      *>===================================================================================
      *>  acordos: a delinquent client's open titulos are settled by
      *>  a new schedule.  the originals are marked "R"
      *>  (renegociado) pointing at the acordo through tit-acordo,
      *>  the new parcelas carry the same number, and the acordo
      *>  record keeps the amounts, discount and who released it.
       2331-menu-acordos section.
       2331.
          display erase
          display "Acordos" at 0130
          display "(1) Novo Acordo               " at 0305
          display "(2) Consultar Acordo          " at 0405
          display "(3) Acordos Rompidos          " at 0505
          display "(0) Voltar                    " at 0605
          display "( ) Opcao" at 0705
          move zeros                    to ws-opcao-acordo
          accept ws-opcao-acordo          at 0706
          with update auto-skip
          evaluate ws-opcao-acordo
              when 1
                  perform 2332-novo-acordo
              when 2
                  perform 2338-consulta-acordo
              when 3
                  perform 2339-acordos-rompidos
              when other
                  continue
          end-evaluate.
       2331-exit section.
       2331.
          exit.

       2332-novo-acordo section.
       2332.
          display erase
          display "Acordo de Renegociacao" at 0428
          display "Cliente            : " at 0605
          move zeros                    to ws-aco-cliente
          accept ws-aco-cliente           at 0627
          if   ws-aco-cliente = zeros
               go to 2332-fim
          end-if
          move ws-aco-cliente           to codigo
          read clientes
          if   fs-clientes <> "00"
               display "Cliente nao cadastrado" at 1905
               accept ws-teclas
               go to 2332-fim
          end-if
          perform 2260-le-param-financeiro
          accept ws-aco-hoje from date yyyymmdd
          perform 2333-carrega-titulos-acordo
          if   ws-qtd-aco-tit = zeros
               display "Cliente sem titulos em aberto" at 1905
               accept ws-teclas
               go to 2332-fim
          end-if
          move "N"                      to ws-flag-sair-acordo
          perform 2334-tela-titulos-acordo until sair-acordo

          move zeros                    to ws-aco-qtd-sel
          move zeros                    to ws-aco-original
          move zeros                    to ws-aco-encargos
          perform varying ws-idx-aco-tit from 1 by 1
              until ws-idx-aco-tit > ws-qtd-aco-tit
             if   ws-act-marca (ws-idx-aco-tit) = "*"
                  add 1                  to ws-aco-qtd-sel
                  add ws-act-saldo (ws-idx-aco-tit) to ws-aco-original
                  add ws-act-encargos (ws-idx-aco-tit)
                      to ws-aco-encargos
             end-if
          end-perform
          if   ws-aco-qtd-sel = zeros
               display "Nenhum titulo selecionado" at 2305
               accept ws-teclas
               go to 2332-fim
          end-if
          compute ws-aco-atualizado = ws-aco-original + ws-aco-encargos

          display erase
          display "Acordo de Renegociacao" at 0428
          display "Cliente            : " at 0605
          display ws-aco-cliente          at 0627
          display nome (1:40)             at 0635
          display "Titulos no acordo  : " at 0705
          display ws-aco-qtd-sel          at 0727
          display "Saldo principal    : " at 0805
          move ws-aco-original          to ws-valor-edit
          display ws-valor-edit           at 0827
          display "Multa + juros      : " at 0905
          move ws-aco-encargos          to ws-valor-edit
          display ws-valor-edit           at 0927
          display "Total atualizado   : " at 1005
          move ws-aco-atualizado        to ws-valor-edit
          display ws-valor-edit           at 1027
          display "Desconto (valor)   : " at 1105
          move zeros                    to ws-aco-desconto
          accept ws-aco-desconto          at 1127
          if   ws-aco-desconto >= ws-aco-atualizado
               display "Desconto maior que a divida" at 1905
               accept ws-teclas
               go to 2332-fim
          end-if
      *>  waiving charges is the operator's call; cutting into the
      *>  principal needs a supervisor.
          move spaces                   to ws-aco-autorizador
          if   ws-aco-desconto > ws-aco-encargos
               display "Desconto sobre o principal - autorizacao"
                       at 1905
               move "Autorizar o desconto [S/N]:    "
                                         to ws-msg-autoriza
               perform 2268-autoriza-supervisor
               move "Liberar acima do limite [S/N]: "
                                         to ws-msg-autoriza
               display "                                        "
                       at 1905
               if   not supervisor-autorizou
                    display "Desconto nao autorizado" at 1905
                    accept ws-teclas
                    go to 2332-fim
               end-if
               move ws-login-autorizador  to ws-aco-autorizador
          end-if
          compute ws-aco-total = ws-aco-atualizado - ws-aco-desconto
          display "Total do acordo    : " at 1205
          move ws-aco-total             to ws-valor-edit
          display ws-valor-edit           at 1227
          display "Parcelas (1-24)    : " at 1305
          move 1                        to ws-aco-parcelas
          accept ws-aco-parcelas          at 1327 with update
          if   ws-aco-parcelas = zeros
               move 1                     to ws-aco-parcelas
          end-if
          if   ws-aco-parcelas > 24
               move 24                    to ws-aco-parcelas
          end-if
          move ws-aco-hoje              to ws-data-base-calc
          move 30                       to ws-dias-somar
          perform 2255-soma-dias-data
          move ws-data-result-calc      to ws-aco-primeiro-venc
          display "1o vencimento      : " at 1405
          accept ws-aco-primeiro-venc     at 1427 with update
          if   function test-date-yyyymmdd (ws-aco-primeiro-venc)
               <> zeros
               or ws-aco-primeiro-venc < ws-aco-hoje
               display "Vencimento invalido" at 1905
               accept ws-teclas
               go to 2332-fim
          end-if
          move 30                       to ws-aco-intervalo
          if   ws-aco-parcelas > 1
               display "Intervalo (dias)   : " at 1505
               accept ws-aco-intervalo    at 1527 with update
               if   ws-aco-intervalo = zeros
                    move 30               to ws-aco-intervalo
               end-if
          end-if
          compute ws-aco-valor-parcela = ws-aco-total / ws-aco-parcelas
          display "Valor da parcela   : " at 1605
          move ws-aco-valor-parcela     to ws-valor-edit
          display ws-valor-edit           at 1627
          display "Confirma o acordo [S/N]: " at 1805
          move "N"                      to opcao
          accept opcao                    at 1830
          if   function upper-case(opcao) <> "S"
               go to 2332-fim
          end-if
          perform 2336-grava-acordo
          display "Acordo gravado: "    at 1905
          display ws-aco-numero           at 1921
          accept ws-teclas.
       2332-fim.
          exit.
       2332-exit section.
       2332.
          exit.

      *>  open titulos of the client with their charges as of today;
      *>  the ones already past due come preselected.
       2333-carrega-titulos-acordo section.
       2333.
          move zeros                    to ws-qtd-aco-tit
          move ws-aco-hoje              to ws-data-ref-encargos
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
                     or ws-qtd-aco-tit >= 50
             if   tit-codigo-cliente = ws-aco-cliente
                  and tit-situacao = "A"
                  perform 2265-saldo-titulo
                  if   ws-saldo-titulo > zeros
                       move ws-saldo-titulo to ws-base-encargos
                       perform 2261-calcula-encargos
                       add 1             to ws-qtd-aco-tit
                       move tit-numero
                            to ws-act-numero (ws-qtd-aco-tit)
                       move tit-vencimento
                            to ws-act-vencimento (ws-qtd-aco-tit)
                       move ws-saldo-titulo
                            to ws-act-saldo (ws-qtd-aco-tit)
                       compute ws-act-encargos (ws-qtd-aco-tit) =
                               ws-valor-multa + ws-valor-juros
                       if   tit-vencimento < ws-aco-hoje
                            move "*"
                                 to ws-act-marca (ws-qtd-aco-tit)
                       else
                            move space
                                 to ws-act-marca (ws-qtd-aco-tit)
                       end-if
                  end-if
             end-if
             read titulos next
          end-perform.
       2333-exit section.
       2333.
          exit.

       2334-tela-titulos-acordo section.
       2334.
          display erase
          display "Acordo - Titulos do Cliente" at 0426
          display ws-aco-cliente          at 0605
          display nome (1:40)             at 0613
          display "  Titulo Vencimento        Saldo     Encargos"
                  at 0805
          move 09                       to ws-aco-lin
          perform varying ws-idx-aco-tit from 1 by 1
              until ws-idx-aco-tit > ws-qtd-aco-tit
                 or ws-aco-lin > 20
             compute ws-aco-at = ws-aco-lin * 100 + 05
             display ws-act-marca (ws-idx-aco-tit)  at ws-aco-at
             compute ws-aco-at = ws-aco-lin * 100 + 07
             display ws-act-numero (ws-idx-aco-tit) at ws-aco-at
             compute ws-aco-at = ws-aco-lin * 100 + 14
             display ws-act-vencimento (ws-idx-aco-tit) at ws-aco-at
             move ws-act-saldo (ws-idx-aco-tit) to ws-valor-edit
             compute ws-aco-at = ws-aco-lin * 100 + 24
             display ws-valor-edit          at ws-aco-at
             move ws-act-encargos (ws-idx-aco-tit) to ws-valor-edit
             compute ws-aco-at = ws-aco-lin * 100 + 37
             display ws-valor-edit          at ws-aco-at
             add 1                      to ws-aco-lin
          end-perform
          display "* = incluido. Titulo a marcar/desmarcar (0=segue):"
                  at 2205
          move zeros                    to ws-aco-tit-tela
          accept ws-aco-tit-tela          at 2256
          if   ws-aco-tit-tela = zeros
               set  sair-acordo           to true
               go to 2334-fim
          end-if
          perform varying ws-idx-aco-tit from 1 by 1
              until ws-idx-aco-tit > ws-qtd-aco-tit
             if   ws-act-numero (ws-idx-aco-tit) = ws-aco-tit-tela
                  if   ws-act-marca (ws-idx-aco-tit) = "*"
                       move space
                            to ws-act-marca (ws-idx-aco-tit)
                  else
                       move "*"
                            to ws-act-marca (ws-idx-aco-tit)
                  end-if
             end-if
          end-perform.
       2334-fim.
          exit.
       2334-exit section.
       2334.
          exit.

       2335-proximo-numero-acordo section.
       2335.
          perform 2122-le-controle
          if   ws-ctl-prox-acordo = zeros
               move zeros                to ws-aco-numero
               initialize registro-acordos
               start acordos key is not less aco-numero
                   invalid key continue
               end-start
               read acordos next
               perform until fs-acordos <> "00"
                  if   aco-numero >= ws-aco-numero
                       move aco-numero   to ws-aco-numero
                  end-if
                  read acordos next
               end-perform
               compute ws-ctl-prox-acordo = ws-aco-numero + 1
          end-if
          move ws-ctl-prox-acordo       to ws-aco-numero.
       2335-exit section.
       2335.
          exit.

       2336-grava-acordo section.
       2336.
          perform 2335-proximo-numero-acordo
          initialize registro-acordos
          move ws-aco-numero            to aco-numero
          move ws-aco-cliente           to aco-codigo-cliente
          move ws-aco-hoje              to aco-data
          accept aco-hora from time
          move ws-oper-login-logado     to aco-operador
          move "A"                      to aco-situacao
          move ws-aco-qtd-sel           to aco-qtd-titulos
          move ws-aco-original          to aco-valor-original
          move ws-aco-encargos          to aco-encargos
          move ws-aco-desconto          to aco-desconto
          move ws-aco-total             to aco-valor-total
          move ws-aco-parcelas          to aco-parcelas
          move ws-aco-hoje              to aco-data-situacao
          move ws-aco-autorizador       to aco-autorizador
          write registro-acordos
          compute ws-ctl-prox-acordo = ws-aco-numero + 1
          perform 2123-grava-controle

          move "F"                      to ws-jrn-arquivo
          move "W"                      to ws-jrn-operacao
          perform varying ws-idx-aco-tit from 1 by 1
              until ws-idx-aco-tit > ws-qtd-aco-tit
             if   ws-act-marca (ws-idx-aco-tit) = "*"
                  move ws-act-numero (ws-idx-aco-tit) to tit-numero
                  read titulos
                  if   fs-titulos = "00"
                       and tit-situacao = "A"
                       move "R"           to tit-situacao
                       move ws-aco-numero to tit-acordo
                       rewrite registro-titulos
                       perform 2185-grava-journal
                       move "R"           to ws-mtt-tipo
                       move ws-act-saldo (ws-idx-aco-tit)
                            to ws-mtt-valor
                       perform 2369-mov-do-titulo
                  end-if
             end-if
          end-perform

          move ws-aco-cliente           to wtit-cliente
          move zeros                    to wtit-pedido
          move ws-aco-numero            to wtit-acordo
          move ws-aco-parcelas          to wtit-qtd-parcelas
          perform varying ws-idx-parcela from 1 by 1
              until ws-idx-parcela > ws-aco-parcelas
             move ws-idx-parcela        to wtit-parcela
             move ws-aco-primeiro-venc  to ws-data-base-calc
             compute ws-dias-somar =
                     (ws-idx-parcela - 1) * ws-aco-intervalo
             perform 2255-soma-dias-data
             move ws-data-result-calc   to wtit-vencimento
             if   ws-idx-parcela = ws-aco-parcelas
                  compute wtit-valor = ws-aco-total
                          - ws-aco-valor-parcela * (ws-aco-parcelas - 1)
             else
                  move ws-aco-valor-parcela to wtit-valor
             end-if
             perform 2179-inclui-titulo
             perform 2185-grava-journal
          end-perform
          move zeros                    to wtit-acordo
      *>  the charges folded into the acordo and the discount given
      *>  move with it, not with any one titulo.
          move zeros                    to ws-mtt-titulo
          move ws-aco-cliente           to ws-mtt-cliente
          move zeros                    to ws-mtt-pedido
          move ws-aco-numero            to ws-mtt-acordo
          move "J"                      to ws-mtt-tipo
          move ws-aco-encargos          to ws-mtt-valor
          perform 2368-grava-mov-titulo
          move "K"                      to ws-mtt-tipo
          move ws-aco-desconto          to ws-mtt-valor
          perform 2368-grava-mov-titulo

          move ws-aco-cliente           to aud-codigo
          move ws-oper-login-logado     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "ACORDO"                 to aud-campo
          move spaces                   to aud-valor-anterior
          move ws-aco-atualizado        to ws-valor-edit
          string "titulos " ws-aco-qtd-sel " divida " ws-valor-edit
                 delimited by size into aud-valor-anterior
          move spaces                   to aud-valor-novo
          move ws-aco-total             to ws-valor-edit
          string "acordo " ws-aco-numero " total " ws-valor-edit
                 " em " ws-aco-parcelas "x"
                 delimited by size into aud-valor-novo
          perform 2219-grava-registro-auditoria
          if   ws-aco-autorizador <> spaces
               move ws-aco-cliente        to aud-codigo
               move ws-aco-autorizador    to aud-operador
               accept aud-data               from date yyyymmdd
               accept aud-hora               from time
               move "DESCONTO ACORDO"     to aud-campo
               move spaces                to aud-valor-anterior
               move ws-aco-encargos       to ws-valor-edit
               string "encargos " ws-valor-edit
                      delimited by size into aud-valor-anterior
               move spaces                to aud-valor-novo
               move ws-aco-desconto       to ws-valor-edit
               string "acordo " ws-aco-numero " desconto "
                      ws-valor-edit
                      delimited by size into aud-valor-novo
               perform 2219-grava-registro-auditoria
          end-if.
       2336-exit section.
       2336.
          exit.

      *>  one acordo: its terms, the titulos it replaced and the
      *>  parcelas it created.
       2338-consulta-acordo section.
       2338.
          display erase
          display "Consulta de Acordo" at 0430
          display "Acordo             : " at 0605
          move zeros                    to ws-aco-numero
          accept ws-aco-numero            at 0627
          move ws-aco-numero            to aco-numero
          read acordos
          if   fs-acordos <> "00"
               display "Acordo nao cadastrado" at 1905
               accept ws-teclas
               go to 2338-fim
          end-if
          display "Cliente            : " at 0705
          display aco-codigo-cliente      at 0727
          move aco-codigo-cliente       to codigo
          read clientes
          if   fs-clientes = "00"
               display nome (1:40)        at 0735
          end-if
          display "Data / operador    : " at 0805
          display aco-data                at 0827
          display aco-operador            at 0837
          display "Divida / desconto  : " at 0905
          compute ws-aco-atualizado = aco-valor-original
                                    + aco-encargos
          move ws-aco-atualizado        to ws-valor-edit
          display ws-valor-edit           at 0927
          move aco-desconto             to ws-valor-edit
          display ws-valor-edit           at 0941
          display "Total / parcelas   : " at 1005
          move aco-valor-total          to ws-valor-edit
          display ws-valor-edit           at 1027
          display aco-parcelas            at 1041
          display "Situacao           : " at 1105
          evaluate aco-situacao
              when "A"
                  display "ATIVO"         at 1127
              when "Q"
                  display "QUITADO"       at 1127
              when "R"
                  display "ROMPIDO"       at 1127
          end-evaluate
          display aco-data-situacao       at 1137
          display "  Titulo Parc Vencimento        Valor S        Saldo"
                  at 1305
          move 14                       to ws-aco-lin
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
                     or ws-aco-lin > 22
             if   tit-acordo numeric
                  and tit-acordo = aco-numero
                  compute ws-aco-at = ws-aco-lin * 100 + 07
                  display tit-numero       at ws-aco-at
                  if   tit-situacao <> "R"
                       compute ws-aco-at = ws-aco-lin * 100 + 15
                       display tit-parcela at ws-aco-at
                  end-if
                  compute ws-aco-at = ws-aco-lin * 100 + 19
                  display tit-vencimento   at ws-aco-at
                  move tit-valor         to ws-valor-edit
                  compute ws-aco-at = ws-aco-lin * 100 + 29
                  display ws-valor-edit    at ws-aco-at
                  compute ws-aco-at = ws-aco-lin * 100 + 42
                  display tit-situacao     at ws-aco-at
                  if   tit-situacao = "A"
                       perform 2265-saldo-titulo
                       move ws-saldo-titulo to ws-valor-edit
                       compute ws-aco-at = ws-aco-lin * 100 + 44
                       display ws-valor-edit at ws-aco-at
                  end-if
                  add 1                  to ws-aco-lin
             end-if
             read titulos next
          end-perform
          display "S: R=renegociado (original)  A=aberto  P=pago"
                  at 2305
          accept ws-teclas.
       2338-fim.
          exit.
       2338-exit section.
       2338.
          exit.

      *>===================================================================================
      *>  walks the acordos: one whose parcelas are all paid becomes
      *>  "Q"; an active one with a parcela overdue past the
      *>  tolerance becomes "R" (rompido) and is audited.  the report
      *>  lists every broken acordo still owing - those clients stay
      *>  blocked for new pedidos (2174) until it is paid off.
       2339-acordos-rompidos section.
       2339.
          display erase
          display "Acordos Rompidos" at 0430
          perform 2260-le-param-financeiro
          display "Tolerancia (dias)  : " at 0605
          move ws-pfn-carencia          to ws-aco-tolerancia
          accept ws-aco-tolerancia        at 0627 with update
          accept ws-aco-hoje from date yyyymmdd
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2341-cab-aco-rompidos
          move zeros                    to ws-cont-aco-rompidos
          move zeros                    to ws-cont-aco-novos-romp
          initialize registro-acordos
          start acordos key is not less aco-numero
              invalid key continue
          end-start
          read acordos next
          perform until fs-acordos <> "00"
             if   aco-situacao = "A" or aco-situacao = "R"
                  perform 2340-avalia-acordo
                  if   ws-aco-qtd-abertas = zeros
                       move "Q"           to aco-situacao
                       move ws-aco-hoje   to aco-data-situacao
                       rewrite registro-acordos
                  else
                       if   aco-situacao = "A"
                            and ws-aco-qtd-vencidas > zeros
                            move "R"      to aco-situacao
                            move ws-aco-hoje to aco-data-situacao
                            rewrite registro-acordos
                            add 1         to ws-cont-aco-novos-romp
                            move aco-codigo-cliente to aud-codigo
                            move ws-oper-login-logado to aud-operador
                            accept aud-data from date yyyymmdd
                            accept aud-hora from time
                            move "ACORDO ROMPIDO" to aud-campo
                            move spaces   to aud-valor-anterior
                            string "acordo " aco-numero " ativo"
                                   delimited by size
                                   into aud-valor-anterior
                            move spaces   to aud-valor-novo
                            move ws-aco-valor-vencido to ws-valor-edit
                            string "parcelas vencidas "
                                   ws-aco-qtd-vencidas " valor "
                                   ws-valor-edit
                                   delimited by size
                                   into aud-valor-novo
                            perform 2219-grava-registro-auditoria
                       end-if
                  end-if
                  if   aco-situacao = "R"
                       perform 2337-linha-aco-rompido
                  end-if
             end-if
             read acordos next
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Acordos rompidos:"      to ver-total-label
          move ws-cont-aco-rompidos     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Rompidos hoje:"         to ver-total-label
          move ws-cont-aco-novos-romp   to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio
          display "Acordos rompidos   : " at 1005
          display ws-cont-aco-rompidos    at 1027
          display "Rompidos hoje      : " at 1105
          display ws-cont-aco-novos-romp  at 1127
          perform 2051-dialogo-impressao.
       2339-exit section.
       2339.
          exit.

       2337-linha-aco-rompido section.
       2337.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2341-cab-aco-rompidos
          end-if
          add 1                         to ws-cont-aco-rompidos
          move aco-numero               to acr-numero
          move aco-codigo-cliente       to acr-cliente
          move aco-codigo-cliente       to codigo
          read clientes
          if   fs-clientes = "00"
               move nome                  to acr-nome
          else
               move "(cliente nao cadastrado)" to acr-nome
          end-if
          move spaces                   to acr-data
          string aco-data (7:2) "/" aco-data (5:2) "/" aco-data (1:4)
                 delimited by size into acr-data
          move aco-valor-total          to acr-total
          move ws-aco-qtd-vencidas      to acr-qtd-vencidas
          move ws-aco-valor-vencido     to acr-valor-vencido
          move spaces                   to acr-rompido
          string aco-data-situacao (7:2) "/" aco-data-situacao (5:2)
                 "/" aco-data-situacao (1:4)
                 delimited by size into acr-rompido
          move linha-aco-rompido        to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina.
       2337-exit section.
       2337.
          exit.

      *>  open and overdue parcelas of the acordo in registro-acordos.
       2340-avalia-acordo section.
       2340.
          move zeros                    to ws-aco-qtd-abertas
          move zeros                    to ws-aco-qtd-vencidas
          move zeros                    to ws-aco-valor-vencido
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-acordo numeric
                  and tit-acordo = aco-numero
                  and tit-situacao = "A"
                  perform 2265-saldo-titulo
                  if   ws-saldo-titulo > zeros
                       add 1             to ws-aco-qtd-abertas
                       move tit-vencimento to ws-cal-venc
                       move ws-aco-hoje  to ws-cal-ref
                       perform 2347-dias-atraso
                       move ws-cal-atraso to ws-aco-atraso
                       if   ws-aco-atraso > ws-aco-tolerancia
                            add 1        to ws-aco-qtd-vencidas
                            add ws-saldo-titulo to ws-aco-valor-vencido
                       end-if
                  end-if
             end-if
             read titulos next
          end-perform.
       2340-exit section.
       2340.
          exit.

       2341-cab-aco-rompidos section.
       2341.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-aco
          move linha-cab-aco-rompidos   to relatorio-registro
          write relatorio-registro
          move linha-cab-aco-romp-labels to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2341-exit section.
       2341.
          exit.

      *>  clients of a broken acordo that still has an open parcela
      *>  join the delinquency list built by 2174.
       2342-inadimplencia-acordos section.
       2342.
          initialize registro-acordos
          start acordos key is not less aco-numero
              invalid key continue
          end-start
          read acordos next
          perform until fs-acordos <> "00"
             if   aco-situacao = "R"
                  move "N"               to ws-flag-aco-aberto
                  perform varying ws-idx-aco-aberto from 1 by 1
                      until ws-idx-aco-aberto > ws-qtd-aco-aberto
                         or acordo-em-aberto
                     if   ws-aco-aberto (ws-idx-aco-aberto)
                          = aco-numero
                          set  acordo-em-aberto to true
                     end-if
                  end-perform
                  if   acordo-em-aberto
                       move "N"          to ws-flag-inadimplente
                       perform varying ws-idx-inad from 1 by 1
                           until ws-idx-inad > ws-qtd-inadimplentes
                              or cliente-inadimplente
                          if   ws-inad-cod (ws-idx-inad)
                               = aco-codigo-cliente
                               set  cliente-inadimplente to true
                          end-if
                       end-perform
                       if   not cliente-inadimplente
                            and ws-qtd-inadimplentes < 2000
                            add 1         to ws-qtd-inadimplentes
                            move aco-codigo-cliente
                                 to ws-inad-cod (ws-qtd-inadimplentes)
                       end-if
                  end-if
             end-if
             read acordos next
          end-perform
          move "N"                      to ws-flag-inadimplente.
       2342-exit section.
       2342.
          exit.

      *>===================================================================================
      *>  business-day calendar.  feriados.dat holds national (N),
      *>  estado (E) and municipal (M) dates; fer-anual = S repeats
      *>  the date every year and is kept with ano 0000.  only the
      *>  estado/municipio of the praca in param_financeiro.dat
      *>  count, so the table is loaded once per run (2344) and
      *>  reloaded after any change on the calendar screen.

      *>  ws-cal-data as a real day number in ws-cal-serial (zeros
      *>  when the date is not valid).
       2343-serial-data section.
       2343.
          move zeros                    to ws-cal-serial
          if   function test-date-yyyymmdd (ws-cal-data) = zeros
               compute ws-cal-serial =
                       function integer-of-date (ws-cal-data)
          end-if.
       2343-exit section.
       2343.
          exit.

       2344-carrega-calendario section.
       2344.
          if   calendario-carregado
               go to 2344-fim
          end-if
          perform 2260-le-param-financeiro
          move zeros                    to ws-qtd-feriados
          initialize registro-feriados
          start feriados key is not less fer-chave
              invalid key continue
          end-start
          if   fs-feriados <> "00"
      *>  first use: the fixed national dates plus this year's
      *>  movable ones, so the calendar works before anyone edits it.
               accept ws-cal-data from date yyyymmdd
               move ws-cal-ano            to ws-cal-ano-ger
               perform 2353-gera-feriados-ano
               initialize registro-feriados
               start feriados key is not less fer-chave
                   invalid key continue
               end-start
          end-if
          read feriados next
          perform until fs-feriados <> "00"
                     or ws-qtd-feriados >= 1000
             if   fer-abrangencia = "N"
                  or (fer-abrangencia = "E"
                      and fer-uf = ws-pfn-praca-uf
                      and ws-pfn-praca-uf <> spaces)
                  or (fer-abrangencia = "M"
                      and fer-cidade = ws-pfn-praca-cidade
                      and ws-pfn-praca-cidade > zeros)
                  add 1                  to ws-qtd-feriados
                  move fer-data
                       to ws-fer-data (ws-qtd-feriados)
             end-if
             read feriados next
          end-perform
          set  calendario-carregado     to true.
       2344-fim.
          exit.
       2344-exit section.
       2344.
          exit.

      *>  dia-util for ws-cal-data: not saturday, sunday or a
      *>  feriado of the praca.  an invalid date is left alone.
       2345-testa-dia-util section.
       2345.
          set  dia-util                 to true
          perform 2343-serial-data
          if   ws-cal-serial = zeros
               go to 2345-fim
          end-if
          perform 2344-carrega-calendario
      *>  day 1 of integer-of-date (01/01/1601) was a monday.
          compute ws-cal-dia-semana = function mod (ws-cal-serial 7)
          if   ws-cal-dia-semana = 0 or ws-cal-dia-semana = 6
               move "N"                  to ws-flag-dia-util
               go to 2345-fim
          end-if
          perform varying ws-idx-feriado from 1 by 1
              until ws-idx-feriado > ws-qtd-feriados
                 or not dia-util
             if   ws-fer-data (ws-idx-feriado) = ws-cal-data
                  or (ws-fer-data (ws-idx-feriado) (1:4) = "0000"
                      and ws-fer-data (ws-idx-feriado) (5:4)
                          = ws-cal-mmdd)
                  move "N"               to ws-flag-dia-util
             end-if
          end-perform.
       2345-fim.
          exit.
       2345-exit section.
       2345.
          exit.

      *>  rolls ws-cal-data forward to the first business day.
       2346-proximo-dia-util section.
       2346.
          move zeros                    to ws-cal-voltas
          perform 2345-testa-dia-util
          perform until dia-util or ws-cal-voltas > 30
             compute ws-cal-data = function date-of-integer
                     (function integer-of-date (ws-cal-data) + 1)
             add 1                      to ws-cal-voltas
             perform 2345-testa-dia-util
          end-perform.
       2346-exit section.
       2346.
          exit.

      *>  days late of vencimento ws-cal-venc at ws-cal-ref into
      *>  ws-cal-atraso (negative = still to fall due).  a vencimento
      *>  on a weekend or feriado is paid on the next business day
      *>  without being late; after that the delay counts from the
      *>  original date.
       2347-dias-atraso section.
       2347.
          move zeros                    to ws-cal-atraso
          if   function test-date-yyyymmdd (ws-cal-venc) <> zeros
               or function test-date-yyyymmdd (ws-cal-ref) <> zeros
               go to 2347-fim
          end-if
          compute ws-cal-atraso =
                  function integer-of-date (ws-cal-ref)
                - function integer-of-date (ws-cal-venc)
          if   ws-cal-atraso > zeros
               move ws-cal-venc           to ws-cal-data
               perform 2346-proximo-dia-util
               move ws-cal-data           to ws-cal-venc-util
               if   ws-cal-ref <= ws-cal-venc-util
                    move zeros            to ws-cal-atraso
               end-if
          end-if.
       2347-fim.
          exit.
       2347-exit section.
       2347.
          exit.

      *>===================================================================================
       2348-menu-calendario section.
       2348.
          display erase
          display "Calendario de Feriados" at 0128
          display "(1) Incluir / Alterar Feriado " at 0305
          display "(2) Excluir Feriado           " at 0405
          display "(3) Consultar Ano             " at 0505
          display "(4) Importar Arquivo CSV      " at 0605
          display "(5) Gerar Feriados Nacionais  " at 0705
          display "(6) Verificar Data            " at 0805
          display "(0) Voltar                    " at 0905
          display "( ) Opcao" at 1005
          move zeros                    to ws-opcao-calendario
          accept ws-opcao-calendario      at 1006
          with update auto-skip
          evaluate ws-opcao-calendario
              when 1
                  perform 2349-manutencao-feriado
              when 2
                  perform 2350-exclui-feriado
              when 3
                  perform 2351-lista-feriados
              when 4
                  perform 2352-importa-feriados
              when 5
                  display erase
                  display "Gerar Feriados Nacionais" at 0428
                  display "Ano (fixos + moveis): " at 0605
                  accept ws-cal-data from date yyyymmdd
                  move ws-cal-ano         to ws-cal-ano-ger
                  accept ws-cal-ano-ger     at 0627 with update
                  if   ws-cal-ano-ger >= 1601
                       perform 2353-gera-feriados-ano
                       display "Feriados gravados: " at 1905
                       display ws-cont-fer-gravados at 1924
                  else
                       display "Ano invalido" at 1905
                  end-if
                  accept ws-teclas
              when 6
                  perform 2355-verifica-data
              when other
                  continue
          end-evaluate
          move "N"                      to ws-flag-cal-carregado.
       2348-exit section.
       2348.
          exit.

       2349-manutencao-feriado section.
       2349.
          display erase
          display "Feriado - Inclusao / Alteracao" at 0425
          display "Data (AAAAMMDD)    : " at 0605
          display "Anual [S/N]        : " at 0705
          display "Abrangencia (N/E/M): " at 0805
          display "UF (estadual)      : " at 0905
          display "Cidade (municipal) : " at 1005
          display "Descricao          : " at 1105
          move zeros                    to ws-fer-data-tela
          accept ws-fer-data-tela         at 0627
          if   function test-date-yyyymmdd (ws-fer-data-tela) <> zeros
               display "Data invalida" at 1905
               accept ws-teclas
               go to 2349-fim
          end-if
          move "N"                      to ws-fer-anual-tela
          accept ws-fer-anual-tela        at 0727 with update
          move "N"                      to ws-fer-abrang-tela
          accept ws-fer-abrang-tela       at 0827 with update
          move function upper-case(ws-fer-abrang-tela)
               to ws-fer-abrang-tela
          if   not ws-fer-abrang-valida
               display "Abrangencia invalida" at 1905
               accept ws-teclas
               go to 2349-fim
          end-if
          move spaces                   to ws-fer-uf-tela
          move zeros                    to ws-fer-cidade-tela
          evaluate ws-fer-abrang-tela
              when "E"
                  accept ws-fer-uf-tela   at 0927
                  move function upper-case(ws-fer-uf-tela)
                       to ws-uf-validacao
                  if   not ws-uf-valida
                       display "UF invalida" at 1905
                       accept ws-teclas
                       go to 2349-fim
                  end-if
                  move ws-uf-validacao    to ws-fer-uf-tela
              when "M"
                  accept ws-fer-cidade-tela at 1027
                  move ws-fer-cidade-tela to cod-cidade
                  read cidades
                  if   fs-cidades <> "00"
                       display "Cidade nao cadastrada" at 1905
                       accept ws-teclas
                       go to 2349-fim
                  end-if
                  display nome-cidade     at 1033
                  move uf-cidade          to ws-fer-uf-tela
                  display ws-fer-uf-tela  at 0927
          end-evaluate
          perform 2354-monta-chave-feriado
          read feriados
          if   fs-feriados = "00"
               move fer-descricao         to ws-fer-desc-tela
          else
               move spaces                to ws-fer-desc-tela
          end-if
          accept ws-fer-desc-tela         at 1127 with update
          if   ws-fer-desc-tela = spaces
               display "Descricao obrigatoria" at 1905
               accept ws-teclas
               go to 2349-fim
          end-if
          perform 2354-monta-chave-feriado
          move ws-fer-desc-tela         to fer-descricao
          write registro-feriados
          if   fs-feriados = "22"
               rewrite registro-feriados
          end-if
          display "Feriado gravado" at 1905
          accept ws-teclas.
       2349-fim.
          exit.
       2349-exit section.
       2349.
          exit.

       2350-exclui-feriado section.
       2350.
          display erase
          display "Feriado - Exclusao" at 0430
          display "Data (AAAAMMDD)    : " at 0605
          display "Anual [S/N]        : " at 0705
          display "Abrangencia (N/E/M): " at 0805
          display "UF / Cidade        : " at 0905
          move zeros                    to ws-fer-data-tela
          accept ws-fer-data-tela         at 0627
          move "N"                      to ws-fer-anual-tela
          accept ws-fer-anual-tela        at 0727 with update
          move "N"                      to ws-fer-abrang-tela
          accept ws-fer-abrang-tela       at 0827 with update
          move function upper-case(ws-fer-abrang-tela)
               to ws-fer-abrang-tela
          move spaces                   to ws-fer-uf-tela
          move zeros                    to ws-fer-cidade-tela
          evaluate ws-fer-abrang-tela
              when "E"
                  accept ws-fer-uf-tela   at 0927
                  move function upper-case(ws-fer-uf-tela)
                       to ws-fer-uf-tela
              when "M"
                  accept ws-fer-cidade-tela at 0932
                  move ws-fer-cidade-tela to cod-cidade
                  read cidades
                  if   fs-cidades = "00"
                       move uf-cidade     to ws-fer-uf-tela
                  end-if
          end-evaluate
          perform 2354-monta-chave-feriado
          read feriados
          if   fs-feriados <> "00"
               display "Feriado nao cadastrado" at 1905
               accept ws-teclas
               go to 2350-fim
          end-if
          display fer-descricao           at 1105
          display "Confirma exclusao [S/N]: " at 1305
          move "N"                      to opcao
          accept opcao                    at 1330
          if   function upper-case(opcao) = "S"
               delete feriados
               display "Feriado excluido" at 1905
               accept ws-teclas
          end-if.
       2350-fim.
          exit.
       2350-exit section.
       2350.
          exit.

      *>  the year's dates on screen: the yearly ones with this
      *>  ano, then the ones recorded for the year itself.
       2351-lista-feriados section.
       2351.
          display erase
          display "Feriados do Ano" at 0430
          display "Ano                : " at 0605
          accept ws-cal-data from date yyyymmdd
          move ws-cal-ano               to ws-cal-ano-ger
          accept ws-cal-ano-ger           at 0627 with update
          display "Data       Dia T UF Cidade Descricao" at 0805
          move 09                       to ws-fer-lin
          initialize registro-feriados
          start feriados key is not less fer-chave
              invalid key continue
          end-start
          read feriados next
          perform until fs-feriados <> "00"
             if   fer-data (1:4) = "0000"
                  or fer-data (1:4) = ws-cal-ano-ger
                  if   ws-fer-lin > 21
                       display "Tecle algo para continuar" at 2305
                       accept ws-teclas
                       display erase
                       display "Data       Dia T UF Cidade Descricao"
                               at 0805
                       move 09            to ws-fer-lin
                  end-if
                  move fer-data           to ws-cal-data
                  if   fer-data (1:4) = "0000"
                       move ws-cal-ano-ger to ws-cal-ano
                  end-if
                  move spaces             to ws-fer-data-edit
                  string ws-cal-data (7:2) "/" ws-cal-data (5:2) "/"
                         ws-cal-data (1:4)
                         delimited by size into ws-fer-data-edit
                  compute ws-fer-at = ws-fer-lin * 100 + 05
                  display ws-fer-data-edit at ws-fer-at
                  perform 2343-serial-data
                  if   ws-cal-serial > zeros
                       compute ws-cal-dia-semana =
                               function mod (ws-cal-serial 7) + 1
                       compute ws-fer-at = ws-fer-lin * 100 + 16
                       display ws-nome-dia (ws-cal-dia-semana)
                               at ws-fer-at
                  end-if
                  compute ws-fer-at = ws-fer-lin * 100 + 20
                  display fer-abrangencia at ws-fer-at
                  compute ws-fer-at = ws-fer-lin * 100 + 22
                  display fer-uf         at ws-fer-at
                  if   fer-cidade > zeros
                       compute ws-fer-at = ws-fer-lin * 100 + 25
                       display fer-cidade at ws-fer-at
                  end-if
                  compute ws-fer-at = ws-fer-lin * 100 + 32
                  display fer-descricao  at ws-fer-at
                  add 1                  to ws-fer-lin
             end-if
             read feriados next
          end-perform
          display "Tecle algo para voltar" at 2305
          accept ws-teclas.
       2351-exit section.
       2351.
          exit.

      *>  CSV Data,Abrangencia,UF,Cidade,Descricao,Anual - data as
      *>  AAAAMMDD, cidade as the codigo of cidades.dat; a line that
      *>  repeats a date already on file replaces its descricao.
       2352-importa-feriados section.
       2352.
          display erase
          display "Importacao de Feriados" at 0430
          display "Arquivo CSV        : " at 0605
          move spaces                   to wid-csv
          accept wid-csv                  at 0627
          move zeros                    to ws-cont-fer-gravados
          move zeros                    to ws-cont-fer-rejeitados
          open input arq-csv
          if   fs-csv <> "00"
               display "Arquivo nao encontrado" at 1905
               accept ws-teclas
               go to 2352-fim
          end-if
          read arq-csv
          perform until fs-csv = "10"
             move registro-csv          to ws-linha-csv
             if   function upper-case(ws-linha-csv (1:5)) <> "DATA,"
                  and ws-linha-csv <> spaces
                  perform 2040-extrai-campos-csv
                  move zeros             to ws-fer-data-tela
                  if   function trim(ws-csv-campo (1)) is numeric
                       move function trim(ws-csv-campo (1))
                            to ws-fer-data-tela
                  end-if
                  move function upper-case(ws-csv-campo (2))
                       to ws-fer-abrang-tela
                  move function upper-case(ws-csv-campo (3))
                       to ws-fer-uf-tela
                  move zeros             to ws-fer-cidade-tela
                  if   function trim(ws-csv-campo (4)) is numeric
                       move function trim(ws-csv-campo (4))
                            to ws-fer-cidade-tela
                  end-if
                  move ws-csv-campo (5)  to ws-fer-desc-tela
                  move function upper-case(ws-csv-campo (6))
                       to ws-fer-anual-tela
                  move ws-fer-uf-tela    to ws-uf-validacao
                  if   function test-date-yyyymmdd (ws-fer-data-tela)
                       <> zeros
                       or not ws-fer-abrang-valida
                       or ws-fer-desc-tela = spaces
                       or (ws-fer-abrang-tela = "E"
                           and not ws-uf-valida)
                       or (ws-fer-abrang-tela = "M"
                           and ws-fer-cidade-tela = zeros)
                       add 1              to ws-cont-fer-rejeitados
                  else
                       if   ws-fer-abrang-tela = "N"
                            move spaces   to ws-fer-uf-tela
                       end-if
                       if   ws-fer-abrang-tela <> "M"
                            move zeros    to ws-fer-cidade-tela
                       end-if
                       perform 2354-monta-chave-feriado
                       move ws-fer-desc-tela to fer-descricao
                       write registro-feriados
                       if   fs-feriados = "22"
                            rewrite registro-feriados
                       end-if
                       add 1              to ws-cont-fer-gravados
                  end-if
             end-if
             read arq-csv
          end-perform
          close arq-csv
          display "Gravados  : " at 1805
          display ws-cont-fer-gravados    at 1817
          display "Rejeitados: " at 1905
          display ws-cont-fer-rejeitados  at 1917
          accept ws-teclas.
       2352-fim.
          exit.
       2352-exit section.
       2352.
          exit.

      *>  the fixed national holidays (yearly) and the ones that
      *>  move with easter for ws-cal-ano-ger.
       2353-gera-feriados-ano section.
       2353.
          move zeros                    to ws-cont-fer-gravados
          perform varying ws-idx-feriado from 1 by 1
              until ws-idx-feriado > 9
             initialize registro-feriados
             move ws-fer-fixo-mmdd (ws-idx-feriado) to fer-data
             move "N"                   to fer-abrangencia
             move spaces                to fer-uf
             move zeros                 to fer-cidade
             move ws-fer-fixo-desc (ws-idx-feriado) to fer-descricao
             move "S"                   to fer-anual
             write registro-feriados
             if   fs-feriados = "00"
                  add 1                  to ws-cont-fer-gravados
             end-if
          end-perform
      *>  easter sunday by the anonymous gregorian algorithm.
          compute ws-psc-a = function mod (ws-cal-ano-ger 19)
          compute ws-psc-b = ws-cal-ano-ger / 100
          compute ws-psc-c = function mod (ws-cal-ano-ger 100)
          compute ws-psc-d = ws-psc-b / 4
          compute ws-psc-e = function mod (ws-psc-b 4)
          compute ws-psc-f = (ws-psc-b + 8) / 25
          compute ws-psc-g = (ws-psc-b - ws-psc-f + 1) / 3
          compute ws-psc-h = function mod ((19 * ws-psc-a + ws-psc-b
                  - ws-psc-d - ws-psc-g + 15) 30)
          compute ws-psc-i = ws-psc-c / 4
          compute ws-psc-k = function mod (ws-psc-c 4)
          compute ws-psc-l = function mod ((32 + 2 * ws-psc-e
                  + 2 * ws-psc-i - ws-psc-h - ws-psc-k) 7)
          compute ws-psc-m = (ws-psc-a + 11 * ws-psc-h
                  + 22 * ws-psc-l) / 451
          compute ws-psc-n = ws-psc-h + ws-psc-l - 7 * ws-psc-m + 114
          compute ws-psc-mes = ws-psc-n / 31
          compute ws-psc-dia = function mod (ws-psc-n 31) + 1
          compute ws-cal-pascoa = ws-cal-ano-ger * 10000
                  + ws-psc-mes * 100 + ws-psc-dia
          perform varying ws-idx-feriado from 1 by 1
              until ws-idx-feriado > 4
             initialize registro-feriados
             compute fer-data = function date-of-integer
                     (function integer-of-date (ws-cal-pascoa)
                      + ws-fer-movel-dias (ws-idx-feriado))
             move "N"                   to fer-abrangencia
             move spaces                to fer-uf
             move zeros                 to fer-cidade
             move ws-fer-movel-desc (ws-idx-feriado) to fer-descricao
             move "N"                   to fer-anual
             write registro-feriados
             if   fs-feriados = "00"
                  add 1                  to ws-cont-fer-gravados
             end-if
          end-perform.
       2353-exit section.
       2353.
          exit.

      *>  fer-chave from the screen/import fields; a yearly date is
      *>  kept with ano 0000.
       2354-monta-chave-feriado section.
       2354.
          initialize registro-feriados
          move ws-fer-data-tela         to fer-data
          move function upper-case(ws-fer-anual-tela)
               to ws-fer-anual-tela
          if   ws-fer-anual-tela = "S"
               move "0000"               to fer-data (1:4)
               move "S"                  to fer-anual
          else
               move "N"                  to fer-anual
          end-if
          move ws-fer-abrang-tela       to fer-abrangencia
          move ws-fer-uf-tela           to fer-uf
          move ws-fer-cidade-tela       to fer-cidade.
       2354-exit section.
       2354.
          exit.

       2355-verifica-data section.
       2355.
          display erase
          display "Verificar Dia Util" at 0430
          display "Data (AAAAMMDD)    : " at 0605
          accept ws-cal-data from date yyyymmdd
          accept ws-cal-data              at 0627 with update
          perform 2345-testa-dia-util
          perform 2343-serial-data
          if   ws-cal-serial = zeros
               display "Data invalida" at 1905
               accept ws-teclas
               go to 2355-fim
          end-if
          compute ws-cal-dia-semana = function mod (ws-cal-serial 7) + 1
          display ws-nome-dia (ws-cal-dia-semana) at 0637
          if   dia-util
               display "Dia util" at 0805
          else
               display "Nao e dia util - proximo dia util: " at 0805
               perform 2346-proximo-dia-util
               move spaces                to ws-fer-data-edit
               string ws-cal-data (7:2) "/" ws-cal-data (5:2) "/"
                      ws-cal-data (1:4)
                      delimited by size into ws-fer-data-edit
               display ws-fer-data-edit   at 0841
          end-if
          accept ws-teclas.
       2355-fim.
          exit.
       2355-exit section.
       2355.
          exit.

      *>===================================================================================
      *>  integrity of the files built around clientes.dat: every
      *>  pointer between pedidos, itens, titulos, pagamentos,
      *>  orcamentos, acordos, the client satellites and vendedores
      *>  is followed and each break lands on the exceptions report
      *>  under its file and rule.  with int-corrige (supervisor
      *>  only) the safe cases are repaired on the way: ped-total
      *>  recomputed from its itens, and a client's vendedor that no
      *>  longer exists cleared.
       2356-integridade section.
       2356.
          display erase
          display "Integridade Vendas e Financeiro" at 0425
          display "Confere as ligacoes entre pedidos, itens, titulos,"
                  at 0605
          display "pagamentos, orcamentos, acordos e cadastros."
                  at 0705
          display "Corrigir os casos seguros [S/N]: " at 0905
          move "N"                      to ws-flag-int-corrige
          move "N"                      to opcao
          accept opcao                    at 0939
          if   function upper-case(opcao) = "S"
               move "Autorizar a correcao [S/N]:    "
                                         to ws-msg-autoriza
               perform 2268-autoriza-supervisor
               move "Liberar acima do limite [S/N]: "
                                         to ws-msg-autoriza
               if   not supervisor-autorizou
                    display "Correcao nao autorizada" at 1905
                    accept ws-teclas
                    go to 2356-fim
               end-if
               set  int-corrige           to true
          end-if
          display "Verificando..."      at 1105
          perform 2357-executa-integridade
          move "N"                      to ws-flag-int-corrige
          display "Excecoes encontradas: " at 1305
          display ws-int-total-exc        at 1328
          display "Corrigidas          : " at 1405
          display ws-int-total-corr       at 1428
          perform 2051-dialogo-impressao.
       2356-fim.
          exit.
       2356-exit section.
       2356.
          exit.

       2357-executa-integridade section.
       2357.
          move zeros                    to ws-tab-int-cont
          move zeros                    to ws-int-total-exc
          move zeros                    to ws-int-total-corr
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2366-cab-integridade
          perform 2358-int-pedidos
          perform 2359-int-itens
          perform 2360-int-titulos
          perform 2361-int-pagamentos
          perform 2362-int-satelites
          perform 2363-int-orc-acordos
          perform 2364-int-clientes

          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Resumo por arquivo e regra     Excecoes  Corrig."
               to relatorio-registro
          write relatorio-registro
          perform varying ws-int-regra from 1 by 1
              until ws-int-regra > 17
             move ws-int-regra-arq (ws-int-regra)  to tin-arquivo
             move ws-int-regra                     to tin-regra
             move ws-int-regra-desc (ws-int-regra) to tin-descricao
             move ws-int-qtd (ws-int-regra)        to tin-qtd
             move ws-int-corr (ws-int-regra)       to tin-corrigidos
             move linha-total-int       to relatorio-registro
             write relatorio-registro
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Excecoes encontradas"   to ver-total-label
          move ws-int-total-exc         to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Excecoes corrigidas"    to ver-total-label
          move ws-int-total-corr        to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio.
       2357-exit section.
       2357.
          exit.

      *>  rules 1-4: the pedido's client and vendedor, and its total
      *>  against the itens (which devolucoes keep in step).
       2358-int-pedidos section.
       2358.
          initialize registro-pedidos
          start pedidos key is not less ped-numero
              invalid key continue
          end-start
          read pedidos next
          perform until fs-pedidos <> "00"
             move spaces                to ws-int-chave
             string "pedido " ped-numero delimited by size
                    into ws-int-chave
             move ped-codigo-cliente    to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move 1                 to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             if   ped-vendedor numeric
                  and ped-vendedor > zeros
                  move ped-vendedor      to vdd-codigo
                  read vendedores
                  if   fs-vendedores <> "00"
                       move 2            to ws-int-regra
                       perform 2365-grava-excecao-int
                  end-if
             end-if
             move zeros                 to ws-int-soma-itens
             move zeros                 to ws-int-qtd-itens
             move ped-numero            to pit-numero
             move zeros                 to pit-seq
             start pedidos-itens key is not less pit-chave
                 invalid key continue
             end-start
             if   fs-ped-itens = "00"
                  read pedidos-itens next
                  perform until fs-ped-itens <> "00"
                             or pit-numero <> ped-numero
                     add pit-valor       to ws-int-soma-itens
                     add 1               to ws-int-qtd-itens
                     read pedidos-itens next
                  end-perform
             end-if
             if   ws-int-qtd-itens = zeros
                  move 4                 to ws-int-regra
                  perform 2365-grava-excecao-int
             else
                  if   ped-total <> ws-int-soma-itens
                       move 3            to ws-int-regra
                       if   int-corrige
                            move ws-int-soma-itens to ped-total
                            rewrite registro-pedidos
                            move "P"     to ws-jrn-arquivo
                            move "W"     to ws-jrn-operacao
                            perform 2185-grava-journal
                            move "CORRIGIDO" to ws-int-acao
                       end-if
                       perform 2365-grava-excecao-int
                  end-if
             end-if
             read pedidos next
          end-perform.
       2358-exit section.
       2358.
          exit.

      *>  rules 5-6: itens whose pedido header or produto is gone.
       2359-int-itens section.
       2359.
          move zeros                    to ws-int-ult-pedido
          move "N"                      to ws-flag-int-ped-existe
          initialize registro-ped-item
          start pedidos-itens key is not less pit-chave
              invalid key continue
          end-start
          read pedidos-itens next
          perform until fs-ped-itens <> "00"
             move spaces                to ws-int-chave
             string "item " pit-numero "/" pit-seq delimited by size
                    into ws-int-chave
             if   pit-numero <> ws-int-ult-pedido
                  move pit-numero        to ws-int-ult-pedido
                  move pit-numero        to ped-numero
                  read pedidos
                  if   fs-pedidos = "00"
                       set  int-pedido-existe to true
                  else
                       move "N"          to ws-flag-int-ped-existe
                  end-if
             end-if
             if   not int-pedido-existe
                  move 5                 to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             move pit-produto           to prd-codigo
             read produtos
             if   fs-produtos <> "00"
                  move 6                 to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read pedidos-itens next
          end-perform.
       2359-exit section.
       2359.
          exit.

      *>  rules 7-9: the titulo's client, pedido and acordo.
       2360-int-titulos section.
       2360.
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             move spaces                to ws-int-chave
             string "titulo " tit-numero delimited by size
                    into ws-int-chave
             move tit-codigo-cliente    to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move 7                 to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             if   tit-pedido numeric
                  and tit-pedido > zeros
                  move tit-pedido        to ped-numero
                  read pedidos
                  if   fs-pedidos <> "00"
                       move 8            to ws-int-regra
                       perform 2365-grava-excecao-int
                  end-if
             end-if
             if   tit-acordo numeric
                  and tit-acordo > zeros
                  move tit-acordo        to aco-numero
                  read acordos
                  if   fs-acordos <> "00"
                       move 9            to ws-int-regra
                       perform 2365-grava-excecao-int
                  end-if
             end-if
             read titulos next
          end-perform.
       2360-exit section.
       2360.
          exit.

      *>  rule 10: pagamentos of a titulo that no longer exists.
       2361-int-pagamentos section.
       2361.
          initialize registro-pagamentos
          start pagamentos key is not less pgt-chave
              invalid key continue
          end-start
          read pagamentos next
          perform until fs-pagamentos <> "00"
             move pgt-titulo            to tit-numero
             read titulos
             if   fs-titulos <> "00"
                  move spaces            to ws-int-chave
                  string "pgto " pgt-titulo "/" pgt-seq
                         delimited by size into ws-int-chave
                  move 10                to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read pagamentos next
          end-perform.
       2361-exit section.
       2361.
          exit.

      *>  rules 11-14: contatos, documentos, ocorrencias and
      *>  consentimentos of a codigo no longer on clientes.dat.
       2362-int-satelites section.
       2362.
          move zeros                    to ws-int-ult-codigo
          initialize registro-contatos
          start contatos key is not less ctt-chave
              invalid key continue
          end-start
          read contatos next
          perform until fs-contatos <> "00"
             move ctt-codigo            to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move spaces            to ws-int-chave
                  string "cod " ctt-codigo "/" ctt-sequencia
                         delimited by size into ws-int-chave
                  move 11                to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read contatos next
          end-perform

          move zeros                    to ws-int-ult-codigo
          initialize registro-documentos
          start documentos key is not less doc-chave
              invalid key continue
          end-start
          read documentos next
          perform until fs-documentos <> "00"
             move doc-codigo            to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move spaces            to ws-int-chave
                  string "cod " doc-codigo "/" doc-tipo
                         delimited by size into ws-int-chave
                  move 12                to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read documentos next
          end-perform

          move zeros                    to ws-int-ult-codigo
          initialize registro-ocorrencias
          start ocorrencias key is not less oco-chave
              invalid key continue
          end-start
          read ocorrencias next
          perform until fs-ocorr <> "00"
             move oco-codigo            to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move spaces            to ws-int-chave
                  string "cod " oco-codigo "/" oco-sequencia
                         delimited by size into ws-int-chave
                  move 13                to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read ocorrencias next
          end-perform

          move zeros                    to ws-int-ult-codigo
          initialize registro-consentimentos
          start consentimentos key is not less cns-chave
              invalid key continue
          end-start
          read consentimentos next
          perform until fs-consent <> "00"
             move cns-codigo            to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move spaces            to ws-int-chave
                  string "cod " cns-codigo "/" cns-canal
                         delimited by size into ws-int-chave
                  move 14                to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read consentimentos next
          end-perform.
       2362-exit section.
       2362.
          exit.

      *>  rules 16-17: the client of each orcamento and acordo.
       2363-int-orc-acordos section.
       2363.
          move zeros                    to ws-int-ult-codigo
          initialize registro-orcamentos
          start orcamentos key is not less orc-numero
              invalid key continue
          end-start
          read orcamentos next
          perform until fs-orcamentos <> "00"
             move orc-codigo-cliente    to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move spaces            to ws-int-chave
                  string "orcam " orc-numero delimited by size
                         into ws-int-chave
                  move 16                to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read orcamentos next
          end-perform

          move zeros                    to ws-int-ult-codigo
          initialize registro-acordos
          start acordos key is not less aco-numero
              invalid key continue
          end-start
          read acordos next
          perform until fs-acordos <> "00"
             move aco-codigo-cliente    to ws-int-codigo
             perform 2367-existe-cliente
             if   not int-existe
                  move spaces            to ws-int-chave
                  string "acordo " aco-numero delimited by size
                         into ws-int-chave
                  move 17                to ws-int-regra
                  perform 2365-grava-excecao-int
             end-if
             read acordos next
          end-perform.
       2363-exit section.
       2363.
          exit.

      *>  rule 15: a client's vendedor must still exist; the fix
      *>  leaves the client without vendedor, through 2006 and the
      *>  audit trail like any other change to the client.
       2364-int-clientes section.
       2364.
          initialize registro-clientes
          start clientes key is not less codigo
              invalid key continue
          end-start
          read clientes next
          perform until fs-clientes <> "00"
             if   cod-vendedor-cliente numeric
                  and cod-vendedor-cliente > zeros
                  move cod-vendedor-cliente to vdd-codigo
                  read vendedores
                  if   fs-vendedores <> "00"
                       move spaces       to ws-int-chave
                       string "cod " codigo delimited by size
                              into ws-int-chave
                       move 15           to ws-int-regra
                       if   int-corrige
                            move registro-clientes
                                 to ws-registro-clientes-antes
                            move zeros   to cod-vendedor-cliente
                            move ws-login-autorizador
                                 to ws-operador-auditoria
                            perform 2006-gravar-arquivo
                            perform 2034-grava-auditoria
                            move "CORRIGIDO" to ws-int-acao
                       end-if
                       perform 2365-grava-excecao-int
                  end-if
             end-if
             read clientes next
          end-perform.
       2364-exit section.
       2364.
          exit.

      *>  one line for rule ws-int-regra on ws-int-chave.
       2365-grava-excecao-int section.
       2365.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2366-cab-integridade
          end-if
          add 1                         to ws-int-qtd (ws-int-regra)
          add 1                         to ws-int-total-exc
          if   ws-int-acao <> spaces
               add 1                     to ws-int-corr (ws-int-regra)
               add 1                     to ws-int-total-corr
          end-if
          move ws-int-regra-arq (ws-int-regra)  to int-arquivo
          move ws-int-regra                     to int-regra
          move ws-int-chave                     to int-chave
          move ws-int-regra-desc (ws-int-regra) to int-descricao
          move ws-int-acao                      to int-acao
          move linha-excecao-int        to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina
          move spaces                   to ws-int-acao.
       2365-exit section.
       2365.
          exit.

       2366-cab-integridade section.
       2366.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-int
          move linha-cab-integridade    to relatorio-registro
          write relatorio-registro
          move linha-cab-int-labels     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2366-exit section.
       2366.
          exit.

      *>  int-existe when ws-int-codigo is on clientes.dat; the
      *>  files are in codigo order, so the last answer is reused.
       2367-existe-cliente section.
       2367.
          if   ws-int-codigo = ws-int-ult-codigo
               and ws-int-codigo > zeros
               go to 2367-fim
          end-if
          move ws-int-codigo            to ws-int-ult-codigo
          move ws-int-codigo            to codigo
          read clientes
          if   fs-clientes = "00"
               set  int-existe            to true
          else
               move "N"                  to ws-flag-int-existe
          end-if.
       2367-fim.
          exit.
       2367-exit section.
       2367.
          exit.

      *>===================================================================================
      *>  receivables movements for the contabilidade: every event
      *>  that changes what a client owes, apart from the payments
      *>  already kept in pagamentos.dat.  mtt-tipo E = emissao,
      *>  C = cancelamento, D = estorno por devolucao, X = perda,
      *>  R = titulo renegociado in an acordo, J/K = encargos and
      *>  desconto of the acordo.
       2368-grava-mov-titulo section.
       2368.
          if   ws-mtt-valor = zeros
               go to 2368-fim
          end-if
          initialize registro-mov-titulos
          accept mtt-data from date yyyymmdd
          accept mtt-hora from time
          move ws-mtt-titulo            to mtt-titulo
          move zeros                    to mtt-seq
          move ws-mtt-tipo              to mtt-tipo
          move ws-mtt-cliente           to mtt-cliente
          move ws-mtt-pedido            to mtt-pedido
          move ws-mtt-acordo            to mtt-acordo
          move ws-mtt-valor             to mtt-valor
          move ws-oper-login-logado     to mtt-operador
          write registro-mov-titulos
          perform until fs-movtit <> "22"
                     or mtt-seq >= 99
             add 1                      to mtt-seq
             write registro-mov-titulos
          end-perform.
       2368-fim.
          exit.
       2368-exit section.
       2368.
          exit.

      *>  the movement for the titulo in registro-titulos.
       2369-mov-do-titulo section.
       2369.
          move tit-numero               to ws-mtt-titulo
          move tit-codigo-cliente       to ws-mtt-cliente
          move zeros                    to ws-mtt-pedido
          if   tit-pedido numeric
               move tit-pedido           to ws-mtt-pedido
          end-if
          move zeros                    to ws-mtt-acordo
          if   tit-acordo numeric
               move tit-acordo           to ws-mtt-acordo
          end-if
          perform 2368-grava-mov-titulo
          perform 2405-indicador-titulo
          perform 2494-neg-titulo-encerrado.
       2369-exit section.
       2369.
          exit.

      *>  write-off of the open titulo in registro-titulos as a
      *>  loss: situacao "X", dated, audited, supervisor only.
       2370-perda-titulo section.
       2370.
          move "Baixar como perda [S/N]:       "
                                         to ws-msg-autoriza
          perform 2268-autoriza-supervisor
          move "Liberar acima do limite [S/N]: "
                                         to ws-msg-autoriza
          if   not supervisor-autorizou
               display "Baixa como perda nao autorizada" at 1905
               accept ws-teclas
               go to 2370-fim
          end-if
          perform 2265-saldo-titulo
          move "X"                      to tit-situacao
          accept tit-data-baixa from date yyyymmdd
          rewrite registro-titulos
          move "F"                      to ws-jrn-arquivo
          move "W"                      to ws-jrn-operacao
          perform 2185-grava-journal
          move "X"                      to ws-mtt-tipo
          move ws-saldo-titulo          to ws-mtt-valor
          perform 2369-mov-do-titulo
          move tit-codigo-cliente       to aud-codigo
          move ws-login-autorizador     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "PERDA TITULO"           to aud-campo
          move ws-saldo-titulo          to ws-valor-edit
          move spaces                   to aud-valor-anterior
          string "titulo " tit-numero " saldo " ws-valor-edit
                 delimited by size into aud-valor-anterior
          move "baixado como perda"     to aud-valor-novo
          perform 2219-grava-registro-auditoria
          display "Titulo baixado como perda" at 1905
          accept ws-teclas.
       2370-fim.
          exit.
       2370-exit section.
       2370.
          exit.

      *>===================================================================================
      *>  exportacao contabil of one closed month: pagamentos and
      *>  the titulo movements become double entries on the plano
      *>  de contas (plano_contas.dat, one account per papel) in
      *>  contabil_aaaamm.txt, lote aaaamm.  the file is rebuilt
      *>  whole on every run, so a month exported again replaces
      *>  the earlier lote instead of adding to it.
       2371-menu-contabil section.
       2371.
          display erase
          display "Exportacao Contabil" at 0130
          display "(1) Gerar Exportacao do Mes   " at 0305
          display "(2) Plano de Contas           " at 0405
          display "(0) Voltar                    " at 0505
          display "( ) Opcao" at 0605
          move zeros                    to ws-opcao-contabil
          accept ws-opcao-contabil        at 0606
          with update auto-skip
          evaluate ws-opcao-contabil
              when 1
                  display erase
                  display "Exportacao Contabil" at 0430
                  display "Mes (AAAAMM, 0=anterior): " at 0605
                  move zeros              to ws-ctb-periodo
                  accept ws-ctb-periodo     at 0632
                  perform 2380-valida-periodo-ctb
                  if   not ctb-periodo-ok
                       display "Mes invalido ou ainda em aberto"
                               at 1905
                       accept ws-teclas
                  else
                       perform 2372-exportacao-contabil
                       display "Arquivo            : " at 0805
                       display wid-contabil (1:40) at 0827
                       display "Lancamentos        : " at 0905
                       display ws-ctb-sequencia at 0927
                       display "Total debitos      : " at 1005
                       move ws-ctb-total-deb to ws-valor-edit
                       display ws-valor-edit at 1027
                       display "Total creditos     : " at 1105
                       move ws-ctb-total-cred to ws-valor-edit
                       display ws-valor-edit at 1127
                       if   ctb-reexportacao
                            display "Lote substituiu o anterior"
                                    at 1305
                       end-if
                       perform 2051-dialogo-impressao
                  end-if
              when 2
                  if   operador-supervisor
                       perform 2379-plano-contas
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when other
                  continue
          end-evaluate.
       2371-exit section.
       2371.
          exit.

       2372-exportacao-contabil section.
       2372.
          perform 2373-carrega-plano
          move zeros                    to ws-ctb-sequencia
          move zeros                    to ws-ctb-total-deb
          move zeros                    to ws-ctb-total-cred
          move zeros                    to ws-ctb-sem-conta
          move zeros                    to ws-qtd-ctb-contas
          move spaces                   to wid-contabil
          string "contabil_" ws-ctb-periodo ".txt"
                 delimited by size into wid-contabil
          move "N"                      to ws-flag-ctb-reexport
          open input arq-contabil
          if   fs-contabil = "00"
               set  ctb-reexportacao     to true
               close arq-contabil
          end-if
          open output arq-contabil

      *>  recebimentos: principal against clientes, juros and multa
      *>  to their own income accounts; CNAB and the bank
      *>  statement go to banco.
          initialize registro-pagamentos
          start pagamentos key is not less pgt-chave
              invalid key continue
          end-start
          read pagamentos next
          perform until fs-pagamentos <> "00"
             if   pgt-data (1:6) = ws-ctb-periodo-x
                  move pgt-data          to ws-ctb-data
                  move pgt-titulo        to ws-ctb-documento
                  if   pgt-origem = "C" or "E"
                       move "BANCO"      to ws-ctb-papel-deb
                  else
                       move "CAIXA"      to ws-ctb-papel-deb
                  end-if
                  move spaces            to ws-ctb-historico
                  string "Recebimento titulo " pgt-titulo
                         delimited by size into ws-ctb-historico
                  move "CLIENTES"        to ws-ctb-papel-cred
                  move pgt-principal     to ws-ctb-valor
                  perform 2375-grava-lancamento
                  move spaces            to ws-ctb-historico
                  string "Juros recebidos titulo " pgt-titulo
                         delimited by size into ws-ctb-historico
                  move "JUROS"           to ws-ctb-papel-cred
                  move pgt-juros         to ws-ctb-valor
                  perform 2375-grava-lancamento
                  move spaces            to ws-ctb-historico
                  string "Multa recebida titulo " pgt-titulo
                         delimited by size into ws-ctb-historico
                  move "MULTA"           to ws-ctb-papel-cred
                  move pgt-multa         to ws-ctb-valor
                  perform 2375-grava-lancamento
             end-if
             read pagamentos next
          end-perform

          initialize registro-mov-titulos
          compute mtt-data = ws-ctb-periodo * 100 + 1
          start movimentos-titulos key is not less mtt-chave
              invalid key continue
          end-start
          if   fs-movtit = "00"
               read movimentos-titulos next
          end-if
          perform until fs-movtit <> "00"
                     or mtt-data (1:6) > ws-ctb-periodo-x
             move mtt-data               to ws-ctb-data
             move mtt-titulo             to ws-ctb-documento
             move mtt-valor              to ws-ctb-valor
             move spaces                 to ws-ctb-historico
             evaluate mtt-tipo
                 when "E"
                      move "CLIENTES"    to ws-ctb-papel-deb
                      if   mtt-acordo > zeros
                           move "RENEGOC" to ws-ctb-papel-cred
                           string "Parcela acordo " mtt-acordo
                                  " titulo " mtt-titulo
                                  delimited by size
                                  into ws-ctb-historico
                      else
                           move "RECEITA" to ws-ctb-papel-cred
                           string "Venda pedido " mtt-pedido
                                  " titulo " mtt-titulo
                                  delimited by size
                                  into ws-ctb-historico
                      end-if
                 when "R"
                      move "RENEGOC"     to ws-ctb-papel-deb
                      move "CLIENTES"    to ws-ctb-papel-cred
                      string "Titulo " mtt-titulo
                             " renegociado acordo " mtt-acordo
                             delimited by size into ws-ctb-historico
                 when "J"
                      move "RENEGOC"     to ws-ctb-papel-deb
                      move "JUROS"       to ws-ctb-papel-cred
                      move mtt-acordo    to ws-ctb-documento
                      string "Encargos acordo " mtt-acordo
                             delimited by size into ws-ctb-historico
                 when "K"
                      move "DESCONTO"    to ws-ctb-papel-deb
                      move "RENEGOC"     to ws-ctb-papel-cred
                      move mtt-acordo    to ws-ctb-documento
                      string "Desconto acordo " mtt-acordo
                             delimited by size into ws-ctb-historico
                 when "C"
                      move "CANCELAM"    to ws-ctb-papel-deb
                      move "CLIENTES"    to ws-ctb-papel-cred
                      string "Cancelamento titulo " mtt-titulo
                             delimited by size into ws-ctb-historico
                 when "D"
                      move "DEVOLUCAO"   to ws-ctb-papel-deb
                      move "CLIENTES"    to ws-ctb-papel-cred
                      string "Devolucao pedido " mtt-pedido
                             " titulo " mtt-titulo
                             delimited by size into ws-ctb-historico
                 when "X"
                      move "PERDAS"      to ws-ctb-papel-deb
                      move "CLIENTES"    to ws-ctb-papel-cred
                      string "Perda titulo " mtt-titulo
                             delimited by size into ws-ctb-historico
                 when other
                      move zeros         to ws-ctb-valor
             end-evaluate
             perform 2375-grava-lancamento
             read movimentos-titulos next
          end-perform
          close arq-contabil
          perform 2377-relatorio-balanceamento.
       2372-exit section.
       2372.
          exit.

      *>  plano_contas.dat into ws-tab-plano; a missing file is
      *>  created from the standard plano so the run never stops
      *>  for lack of it.
       2373-carrega-plano section.
       2373.
          move zeros                    to ws-qtd-plano
          open input arq-plano-contas
          if   fs-plano-contas = "35"
               open output arq-plano-contas
               perform varying ws-idx-plano from 1 by 1
                   until ws-idx-plano > 11
                  move ws-pcp-ent (ws-idx-plano)
                       to registro-plano-contas
                  write registro-plano-contas
               end-perform
               close arq-plano-contas
               open input arq-plano-contas
          end-if
          if   fs-plano-contas = "00"
               read arq-plano-contas
               perform until fs-plano-contas <> "00"
                          or ws-qtd-plano >= 20
                  if   pco-papel <> spaces
                       add 1             to ws-qtd-plano
                       move registro-plano-contas
                            to ws-pco-ent (ws-qtd-plano)
                  end-if
                  read arq-plano-contas
               end-perform
               close arq-plano-contas
          end-if.
       2373-exit section.
       2373.
          exit.

      *>  ws-ctb-papel to its account in ws-ctb-conta (spaces when
      *>  the plano has no account for it).
       2374-conta-do-papel section.
       2374.
          move spaces                   to ws-ctb-conta
          perform varying ws-idx-plano from 1 by 1
              until ws-idx-plano > ws-qtd-plano
                 or ws-ctb-conta <> spaces
             if   ws-pco-papel (ws-idx-plano) = ws-ctb-papel
                  move ws-pco-conta (ws-idx-plano) to ws-ctb-conta
             end-if
          end-perform.
       2374-exit section.
       2374.
          exit.

      *>  one entry: ws-ctb-valor from ws-ctb-papel-deb to
      *>  ws-ctb-papel-cred.  a papel without account still goes
      *>  out (under its own name) so the lote keeps balancing, and
      *>  the report flags it.
       2375-grava-lancamento section.
       2375.
          if   ws-ctb-valor = zeros
               go to 2375-fim
          end-if
          add 1                         to ws-ctb-sequencia
          initialize registro-contabil
          move ws-ctb-periodo           to ctb-lote
          move ws-ctb-sequencia         to ctb-sequencia
          move ws-ctb-data              to ctb-data
          move ws-ctb-valor             to ctb-valor
          move ws-ctb-historico         to ctb-historico
          move ws-ctb-documento         to ctb-documento
          move ws-ctb-papel-deb         to ws-ctb-papel
          perform 2374-conta-do-papel
          if   ws-ctb-conta = spaces
               add 1                     to ws-ctb-sem-conta
               move ws-ctb-papel         to ws-ctb-conta
          end-if
          move ws-ctb-conta             to ctb-conta-debito
          perform 2376-acumula-conta
          add ws-ctb-valor          to ws-ctc-debitos (ws-idx-ctb-conta)
          add ws-ctb-valor              to ws-ctb-total-deb
          move ws-ctb-papel-cred        to ws-ctb-papel
          perform 2374-conta-do-papel
          if   ws-ctb-conta = spaces
               add 1                     to ws-ctb-sem-conta
               move ws-ctb-papel         to ws-ctb-conta
          end-if
          move ws-ctb-conta             to ctb-conta-credito
          perform 2376-acumula-conta
          add ws-ctb-valor         to ws-ctc-creditos (ws-idx-ctb-conta)
          add ws-ctb-valor              to ws-ctb-total-cred
          write registro-contabil.
       2375-fim.
          exit.
       2375-exit section.
       2375.
          exit.

      *>  position of ws-ctb-conta in ws-tab-ctb-contas (added when
      *>  new; the last slot takes the overflow).
       2376-acumula-conta section.
       2376.
          perform varying ws-idx-ctb-conta from 1 by 1
              until ws-idx-ctb-conta > ws-qtd-ctb-contas
                 or ws-ctc-conta (ws-idx-ctb-conta) = ws-ctb-conta
             continue
          end-perform
          if   ws-idx-ctb-conta > ws-qtd-ctb-contas
               if   ws-qtd-ctb-contas < 40
                    add 1                to ws-qtd-ctb-contas
                    move ws-qtd-ctb-contas to ws-idx-ctb-conta
                    move ws-ctb-conta
                         to ws-ctc-conta (ws-idx-ctb-conta)
                    move zeros
                         to ws-ctc-debitos (ws-idx-ctb-conta)
                    move zeros
                         to ws-ctc-creditos (ws-idx-ctb-conta)
               else
                    move 40              to ws-idx-ctb-conta
               end-if
          end-if.
       2376-exit section.
       2376.
          exit.

      *>  the balancing report: debits and credits per account and
      *>  the proof that the lote closes.
       2377-relatorio-balanceamento section.
       2377.
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2378-cab-contabil
          perform varying ws-idx-ctb-conta from 1 by 1
              until ws-idx-ctb-conta > ws-qtd-ctb-contas
             if   ws-linhas-pagina >= ws-max-linhas-pagina
                  perform 2378-cab-contabil
             end-if
             move ws-ctc-conta (ws-idx-ctb-conta) to ctc-conta
             move spaces                to ctc-descricao
             perform varying ws-idx-plano from 1 by 1
                 until ws-idx-plano > ws-qtd-plano
                if   ws-pco-conta (ws-idx-plano)
                     = ws-ctc-conta (ws-idx-ctb-conta)
                     move ws-pco-descricao (ws-idx-plano)
                          to ctc-descricao
                end-if
             end-perform
             if   ctc-descricao = spaces
                  move "(papel sem conta no plano)" to ctc-descricao
             end-if
             move ws-ctc-debitos (ws-idx-ctb-conta)  to ctc-debitos
             move ws-ctc-creditos (ws-idx-ctb-conta) to ctc-creditos
             move linha-ctb-conta       to relatorio-registro
             write relatorio-registro
             add 1                      to ws-linhas-pagina
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move spaces                   to ctc-conta
          move "TOTAL DO LOTE"          to ctc-descricao
          move ws-ctb-total-deb         to ctc-debitos
          move ws-ctb-total-cred        to ctc-creditos
          move linha-ctb-conta          to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Lancamentos"            to ver-total-label
          move ws-ctb-sequencia         to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Papeis sem conta no plano" to ver-total-label
          move ws-ctb-sem-conta         to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          if   ws-ctb-total-deb = ws-ctb-total-cred
               move "Debitos = creditos - lote balanceado"
                    to relatorio-registro
          else
               move "*** DEBITOS DIFEREM DOS CREDITOS ***"
                    to relatorio-registro
          end-if
          write relatorio-registro
          move spaces                   to relatorio-registro
          string "Arquivo: " wid-contabil delimited by space
                 into relatorio-registro
          write relatorio-registro
          if   ctb-reexportacao
               move "Lote gerado novamente - substitui o anterior"
                    to relatorio-registro
               write relatorio-registro
          end-if
          close relatorio.
       2377-exit section.
       2377.
          exit.

       2378-cab-contabil section.
       2378.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-ctb-periodo           to cab-lote-ctb
          move ws-num-pagina            to cab-pagina-ctb
          move linha-cab-contabil       to relatorio-registro
          write relatorio-registro
          move linha-cab-ctb-labels     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2378-exit section.
       2378.
          exit.

      *>  the papel -> account mapping, edited on screen and
      *>  written back whole to plano_contas.dat.
       2379-plano-contas section.
       2379.
          perform 2373-carrega-plano
          display erase
          display "Plano de Contas - Exportacao Contabil" at 0420
          display "Papel      Conta                Descricao" at 0605
          move 07                       to ws-pco-lin
          perform varying ws-idx-plano from 1 by 1
              until ws-idx-plano > ws-qtd-plano
             compute ws-pco-at = ws-pco-lin * 100 + 05
             display ws-pco-papel (ws-idx-plano) at ws-pco-at
             compute ws-pco-at = ws-pco-lin * 100 + 16
             display ws-pco-conta (ws-idx-plano) at ws-pco-at
             compute ws-pco-at = ws-pco-lin * 100 + 37
             display ws-pco-descricao (ws-idx-plano) (1:40)
                     at ws-pco-at
             add 1                      to ws-pco-lin
          end-perform
          display "Papel a alterar (vazio=volta): " at 2105
          move spaces                   to ws-ctb-papel
          accept ws-ctb-papel             at 2137
          move function upper-case(ws-ctb-papel) to ws-ctb-papel
          if   ws-ctb-papel = spaces
               go to 2379-fim
          end-if
          perform varying ws-idx-plano from 1 by 1
              until ws-idx-plano > ws-qtd-plano
                 or ws-pco-papel (ws-idx-plano) = ws-ctb-papel
             continue
          end-perform
          if   ws-idx-plano > ws-qtd-plano
               display "Papel nao existe no plano" at 2205
               accept ws-teclas
               go to 2379-fim
          end-if
          display "Conta     : "          at 2205
          accept ws-pco-conta (ws-idx-plano) at 2217 with update
          display "Descricao : "          at 2305
          accept ws-pco-descricao (ws-idx-plano) at 2317 with update
          open output arq-plano-contas
          perform varying ws-idx-plano from 1 by 1
              until ws-idx-plano > ws-qtd-plano
             move ws-pco-ent (ws-idx-plano) to registro-plano-contas
             write registro-plano-contas
          end-perform
          close arq-plano-contas
          display "Plano gravado" at 2405
          accept ws-teclas.
       2379-fim.
          exit.
       2379-exit section.
       2379.
          exit.

      *>  ws-ctb-periodo zero means the previous month; a month not
      *>  yet closed is refused.
       2380-valida-periodo-ctb section.
       2380.
          move "N"                      to ws-flag-ctb-periodo
          accept ws-ctb-hoje from date yyyymmdd
          if   ws-ctb-periodo = zeros
               if   ws-ctb-hoje-mes = 1
                    compute ws-ctb-ano = ws-ctb-hoje-ano - 1
                    move 12               to ws-ctb-mes
               else
                    move ws-ctb-hoje-ano  to ws-ctb-ano
                    compute ws-ctb-mes = ws-ctb-hoje-mes - 1
               end-if
          end-if
          compute ws-ctb-periodo-atual = ws-ctb-hoje-ano * 100
                                       + ws-ctb-hoje-mes
          if   ws-ctb-mes >= 1 and ws-ctb-mes <= 12
               and ws-ctb-periodo < ws-ctb-periodo-atual
               set  ctb-periodo-ok        to true
          end-if.
       2380-exit section.
       2380.
          exit.

      *>===================================================================================
      *>  rfm segmentation of the active clients, rebuilt whole on
      *>  every run into rfm_clientes.dat (one record per client,
      *>  scores and segment), with the segment totals in
      *>  ws-tab-rfm-seg for the summary.
       2381-calcula-rfm section.
       2381.
          perform 2383-zera-segmentos
          move zeros                    to ws-rfm-total-clientes
          move zeros                    to ws-rfm-compradores
          move zeros                    to ws-rfm-soma-valor
          move zeros                    to ws-rfm-media
          accept ws-rfm-hoje from date yyyymmdd
          move ws-rfm-hoje              to ws-cal-data
          perform 2343-serial-data
          move ws-cal-serial            to ws-rfm-serial-hoje
          compute ws-rfm-serial-corte = ws-rfm-serial-hoje
                                      - ws-rfm-janela
          close rfm-clientes
          open output rfm-clientes
          close rfm-clientes
          open i-o rfm-clientes

      *>  one empty record per active client, so that the clients
      *>  who never bought still get a segment.
          initialize registro-clientes
          start clientes key is not less codigo
              invalid key continue
          end-start
          read clientes next
          perform until fs-clientes <> "00"
             if   situacao <> "I"
                  initialize registro-rfm
                  move codigo            to rfm-codigo
                  write registro-rfm
             end-if
             read clientes next
          end-perform

          initialize registro-pedidos
          start pedidos key is not less ped-numero
              invalid key continue
          end-start
          read pedidos next
          perform until fs-pedidos <> "00"
             if   ped-situacao <> "C"
                  move ped-codigo-cliente to rfm-codigo
                  read rfm-clientes
                  if   fs-rfm = "00"
                       if   ped-data > rfm-ultima-compra
                            move ped-data to rfm-ultima-compra
                       end-if
                       move ped-data      to ws-cal-data
                       perform 2343-serial-data
                       if   ws-cal-serial > zeros
                            and ws-cal-serial >= ws-rfm-serial-corte
                            add 1         to rfm-qtd-pedidos
                            add ped-total to rfm-valor
                       end-if
                       rewrite registro-rfm
                  end-if
             end-if
             read pedidos next
          end-perform

      *>  the average value of the clients who bought in the window
      *>  is the yardstick for the value score.
          initialize registro-rfm
          start rfm-clientes key is not less rfm-codigo
              invalid key continue
          end-start
          read rfm-clientes next
          perform until fs-rfm <> "00"
             if   rfm-qtd-pedidos > zeros
                  add 1                  to ws-rfm-compradores
                  add rfm-valor          to ws-rfm-soma-valor
             end-if
             read rfm-clientes next
          end-perform
          if   ws-rfm-compradores > zeros
               compute ws-rfm-media rounded =
                       ws-rfm-soma-valor / ws-rfm-compradores
          end-if

          initialize registro-rfm
          start rfm-clientes key is not less rfm-codigo
              invalid key continue
          end-start
          read rfm-clientes next
          perform until fs-rfm <> "00"
             perform 2382-nota-rfm
             move ws-rfm-hoje           to rfm-data-calculo
             rewrite registro-rfm
             add 1                      to ws-rfm-total-clientes
             move rfm-segmento          to ws-rfm-segmento
             perform 2384-localiza-segmento
             add 1                 to ws-rsg-clientes (ws-idx-rfm-seg)
             add rfm-qtd-pedidos   to ws-rsg-pedidos (ws-idx-rfm-seg)
             add rfm-valor         to ws-rsg-valor (ws-idx-rfm-seg)
             read rfm-clientes next
          end-perform.
       2381-exit section.
       2381.
          exit.

      *>  the three scores and the segment of registro-rfm.
       2382-nota-rfm section.
       2382.
          move zeros                    to rfm-dias
          move zeros                    to rfm-nota-r
          move zeros                    to rfm-nota-f
          move zeros                    to rfm-nota-m
          if   rfm-ultima-compra = zeros
               move "SEM COMPRA"         to rfm-segmento
               go to 2382-fim
          end-if
          move rfm-ultima-compra        to ws-cal-data
          perform 2343-serial-data
          if   ws-cal-serial > zeros
               and ws-cal-serial < ws-rfm-serial-hoje
               compute rfm-dias = ws-rfm-serial-hoje - ws-cal-serial
          end-if

          move 5                        to rfm-nota-r
          perform varying ws-idx-rfm-faixa from 1 by 1
              until ws-idx-rfm-faixa > 4
             if   rfm-dias > ws-rfm-dias-faixa (ws-idx-rfm-faixa)
                  compute rfm-nota-r = 4 - ws-idx-rfm-faixa + 1
             end-if
          end-perform

          move 1                        to rfm-nota-f
          perform varying ws-idx-rfm-faixa from 4 by -1
              until ws-idx-rfm-faixa < 1
             if   rfm-qtd-pedidos
                  >= ws-rfm-freq-faixa (ws-idx-rfm-faixa)
                  compute rfm-nota-f = 6 - ws-idx-rfm-faixa
             end-if
          end-perform

          move 1                        to rfm-nota-m
          if   ws-rfm-media > zeros
               compute ws-rfm-razao rounded = rfm-valor / ws-rfm-media
                   on size error move 99999.99 to ws-rfm-razao
               end-compute
               perform varying ws-idx-rfm-faixa from 4 by -1
                   until ws-idx-rfm-faixa < 1
                  if   ws-rfm-razao
                       >= ws-rfm-valor-faixa (ws-idx-rfm-faixa)
                       compute rfm-nota-m = 6 - ws-idx-rfm-faixa
                  end-if
               end-perform
          end-if

          evaluate true
              when rfm-nota-r >= 4 and rfm-nota-f >= 4
                   and rfm-nota-m >= 4
                   move "CAMPEOES"       to rfm-segmento
              when rfm-nota-r >= 3 and rfm-nota-f >= 4
                   move "FIEIS"          to rfm-segmento
              when rfm-nota-r >= 4 and rfm-nota-f = 1
                   move "NOVOS"          to rfm-segmento
              when rfm-nota-r >= 4
                   move "PROMISSORES"    to rfm-segmento
              when rfm-nota-r = 3
                   move "ATENCAO"        to rfm-segmento
              when rfm-nota-f >= 3
                   move "EM RISCO"       to rfm-segmento
              when rfm-nota-r = 2
                   move "HIBERNANDO"     to rfm-segmento
              when other
                   move "PERDIDOS"       to rfm-segmento
          end-evaluate.
       2382-fim.
          exit.
       2382-exit section.
       2382.
          exit.

       2383-zera-segmentos section.
       2383.
          perform varying ws-idx-rfm-seg from 1 by 1
              until ws-idx-rfm-seg > 10
             move ws-rfm-nome (ws-idx-rfm-seg)
                  to ws-rsg-nome (ws-idx-rfm-seg)
             move zeros          to ws-rsg-clientes (ws-idx-rfm-seg)
             move zeros          to ws-rsg-pedidos (ws-idx-rfm-seg)
             move zeros          to ws-rsg-valor (ws-idx-rfm-seg)
             move zeros          to ws-rsg-alvos (ws-idx-rfm-seg)
             move zeros          to ws-rsg-resp (ws-idx-rfm-seg)
          end-perform.
       2383-exit section.
       2383.
          exit.

      *>  ws-rfm-segmento to its line in ws-tab-rfm-seg; anything
      *>  unknown (spaces included) falls on "SEM SEGMENTO".
       2384-localiza-segmento section.
       2384.
          perform varying ws-idx-rfm-seg from 1 by 1
              until ws-idx-rfm-seg > 9
                 or ws-rfm-nome (ws-idx-rfm-seg) = ws-rfm-segmento
             continue
          end-perform
          if   ws-idx-rfm-seg > 9
               move 10                   to ws-idx-rfm-seg
          end-if.
       2384-exit section.
       2384.
          exit.

       2385-relatorio-rfm section.
       2385.
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2386-cab-rfm
          perform varying ws-idx-rfm-seg from 1 by 1
              until ws-idx-rfm-seg > 9
             move ws-rsg-nome (ws-idx-rfm-seg)     to rsg-nome
             move ws-rsg-clientes (ws-idx-rfm-seg) to rsg-clientes
             move zeros                 to rsg-perc
             if   ws-rfm-total-clientes > zeros
                  compute rsg-perc rounded =
                          ws-rsg-clientes (ws-idx-rfm-seg) * 100
                        / ws-rfm-total-clientes
             end-if
             move ws-rsg-pedidos (ws-idx-rfm-seg)  to rsg-pedidos
             move ws-rsg-valor (ws-idx-rfm-seg)    to rsg-valor
             move linha-rfm-seg         to relatorio-registro
             write relatorio-registro
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Clientes ativos avaliados" to ver-total-label
          move ws-rfm-total-clientes    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Compradores na janela"  to ver-total-label
          move ws-rfm-compradores       to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move ws-rfm-media             to ws-valor-edit
          move spaces                   to relatorio-registro
          string "Valor medio por comprador: " ws-valor-edit
                 "  (janela de " ws-rfm-janela " dias)"
                 delimited by size into relatorio-registro
          write relatorio-registro
          close relatorio.
       2385-exit section.
       2385.
          exit.

       2386-cab-rfm section.
       2386.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move spaces                   to cab-data-rfm
          string ws-rfm-hoje (7:2) "/" ws-rfm-hoje (5:2) "/"
                 ws-rfm-hoje (1:4) delimited by size into cab-data-rfm
          move ws-num-pagina            to cab-pagina-rfm
          move linha-cab-rfm            to relatorio-registro
          write relatorio-registro
          move linha-cab-rfm-labels     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2386-exit section.
       2386.
          exit.

       2387-segmentacao-rfm section.
       2387.
          display erase
          display "Segmentacao RFM de Clientes" at 0430
          display "Calculando..." at 0605
          perform 2381-calcula-rfm
          perform 2385-relatorio-rfm
          display "Segmento       Clientes" at 0605
          perform varying ws-idx-rfm-seg from 1 by 1
              until ws-idx-rfm-seg > 9
             compute ws-at-campanha = (ws-idx-rfm-seg + 6) * 100 + 05
             display ws-rsg-nome (ws-idx-rfm-seg) at ws-at-campanha
             compute ws-at-campanha = (ws-idx-rfm-seg + 6) * 100 + 20
             display ws-rsg-clientes (ws-idx-rfm-seg)
                     at ws-at-campanha
          end-perform
          perform 2051-dialogo-impressao.
       2387-exit section.
       2387.
          exit.

      *>  targets and responses of campanhas-hist by the segment
      *>  the client was in when targeted (one campanha or all).
       2388-respostas-segmento section.
       2388.
          display erase
          display "Respostas por Segmento" at 0430
          display "Campanha (vazio=todas): " at 0605
          move spaces                   to ws-cmp-nome-trab
          accept ws-cmp-nome-trab         at 0629
          perform 2383-zera-segmentos
          move zeros                    to ws-rfm-total-alvos
          move zeros                    to ws-rfm-total-resp
          initialize registro-cmp-hist
          move ws-cmp-nome-trab         to cph-nome
          start campanhas-hist key is not less cph-chave
              invalid key continue
          end-start
          if   fs-cmp-hist = "00"
               read campanhas-hist next
          end-if
          perform until fs-cmp-hist <> "00"
                     or (ws-cmp-nome-trab <> spaces
                         and cph-nome <> ws-cmp-nome-trab)
             move cph-segmento          to ws-rfm-segmento
             if   ws-rfm-segmento is not alphabetic
                  move spaces            to ws-rfm-segmento
             end-if
             perform 2384-localiza-segmento
             add 1                 to ws-rsg-alvos (ws-idx-rfm-seg)
             add 1                      to ws-rfm-total-alvos
             if   cph-respondeu = "S"
                  add 1            to ws-rsg-resp (ws-idx-rfm-seg)
                  add 1                 to ws-rfm-total-resp
             end-if
             read campanhas-hist next
          end-perform

          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2389-cab-rfm-resp
          perform varying ws-idx-rfm-seg from 1 by 1
              until ws-idx-rfm-seg > 10
             if   ws-rsg-alvos (ws-idx-rfm-seg) > zeros
                  move ws-rsg-nome (ws-idx-rfm-seg)  to rsr-nome
                  move ws-rsg-alvos (ws-idx-rfm-seg) to rsr-alvos
                  move ws-rsg-resp (ws-idx-rfm-seg)  to rsr-resp
                  compute rsr-taxa rounded =
                          ws-rsg-resp (ws-idx-rfm-seg) * 100
                        / ws-rsg-alvos (ws-idx-rfm-seg)
                  move linha-rfm-resp    to relatorio-registro
                  write relatorio-registro
             end-if
          end-perform
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "TOTAL"                  to rsr-nome
          move ws-rfm-total-alvos       to rsr-alvos
          move ws-rfm-total-resp        to rsr-resp
          move zeros                    to rsr-taxa
          if   ws-rfm-total-alvos > zeros
               compute rsr-taxa rounded =
                       ws-rfm-total-resp * 100 / ws-rfm-total-alvos
          end-if
          move linha-rfm-resp           to relatorio-registro
          write relatorio-registro
          close relatorio
          display "Alvos              : " at 0805
          display ws-rfm-total-alvos      at 0827
          display "Respostas          : " at 0905
          display ws-rfm-total-resp       at 0927
          perform 2051-dialogo-impressao.
       2388-exit section.
       2388.
          exit.

       2389-cab-rfm-resp section.
       2389.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          if   ws-cmp-nome-trab = spaces
               move "(todas)"            to cab-campanha-rfm
          else
               move ws-cmp-nome-trab     to cab-campanha-rfm
          end-if
          move ws-num-pagina            to cab-pagina-rfm-resp
          move linha-cab-rfm-resp       to relatorio-registro
          write relatorio-registro
          move linha-cab-rfm-resp-labels to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2389-exit section.
       2389.
          exit.

      *>===================================================================================
      *>  analise de vendas of a date range against the same range
      *>  a year earlier: produto, vendedor (the client's), filial,
      *>  cidade and the abc curves of produtos and clientes, in
      *>  the .rel and in a .csv of the same name.
       2390-analise-vendas section.
       2390.
          display erase
          display "Analise de Vendas" at 0430
          accept ws-anv-hoje from date yyyymmdd
          move ws-anv-hoje              to ws-anv-ini
          move 01                       to ws-anv-ini-dia
          move ws-anv-hoje              to ws-anv-fim
          display "Data inicial (AAAAMMDD): " at 0605
          accept ws-anv-ini               at 0631 with update
          display "Data final   (AAAAMMDD): " at 0705
          accept ws-anv-fim               at 0731 with update
          perform 2391-valida-periodo-anv
          if   not anv-periodo-ok
               display "Periodo invalido" at 1905
               accept ws-teclas
               go to 2390-fim
          end-if
          display "Processando..." at 0905
          perform 2392-executa-analise
          display "Pedidos no periodo : " at 0905
          display ws-anv-total-pedidos     at 0927
          display "Pedidos ano anter. : " at 1005
          display ws-anv-total-pedidos-ant at 1027
          display "Valor no periodo   : " at 1105
          move ws-anv-total-valor       to ws-anv-valor-edit
          display ws-anv-valor-edit        at 1127
          display "Valor ano anterior : " at 1205
          move ws-anv-total-valor-ant   to ws-anv-valor-edit
          display ws-anv-valor-edit        at 1227
          display "CSV                : " at 1305
          display wid-csv (1:45)           at 1327
          perform 2051-dialogo-impressao.
       2390-fim.
          exit.
       2390-exit section.
       2390.
          exit.

      *>  ws-anv-ini/ws-anv-fim checked, and the same range a year
      *>  earlier in ws-anv-ini-ant/ws-anv-fim-ant (29/02 -> 28/02).
       2391-valida-periodo-anv section.
       2391.
          move "N"                      to ws-flag-anv-periodo
          if   function test-date-yyyymmdd (ws-anv-ini) <> zeros
               or function test-date-yyyymmdd (ws-anv-fim) <> zeros
               or ws-anv-ini > ws-anv-fim
               go to 2391-fim
          end-if
          compute ws-anv-ini-ant = ws-anv-ini - 10000
          if   ws-anv-ini-ant-mmdd = 0229
               move 0228                 to ws-anv-ini-ant-mmdd
          end-if
          compute ws-anv-fim-ant = ws-anv-fim - 10000
          if   ws-anv-fim-ant-mmdd = 0229
               move 0228                 to ws-anv-fim-ant-mmdd
          end-if
          set  anv-periodo-ok            to true.
       2391-fim.
          exit.
       2391-exit section.
       2391.
          exit.

       2392-executa-analise section.
       2392.
          move zeros                    to ws-anv-total-qtd
          move zeros                    to ws-anv-total-valor
          move zeros                    to ws-anv-total-pedidos
          move zeros                    to ws-anv-total-qtd-ant
          move zeros                    to ws-anv-total-valor-ant
          move zeros                    to ws-anv-total-pedidos-ant
          open output analise-vendas
          close analise-vendas
          open i-o analise-vendas

          initialize registro-pedidos
          start pedidos key is not less ped-numero
              invalid key continue
          end-start
          read pedidos next
          perform until fs-pedidos <> "00"
             move spaces                to ws-anv-periodo
             if   ped-data >= ws-anv-ini and ped-data <= ws-anv-fim
                  set  anv-periodo-atual to true
             end-if
             if   ped-data >= ws-anv-ini-ant
                  and ped-data <= ws-anv-fim-ant
                  set  anv-periodo-anterior to true
             end-if
             if   ws-anv-periodo <> spaces and ped-situacao <> "C"
                  perform 2393-acumula-pedido
             end-if
             read pedidos next
          end-perform

          move "P"                      to ws-anv-abc-origem
          move "A"                      to ws-anv-abc-destino
          perform 2395-monta-abc
          move ws-anv-abc-total         to ws-anv-abc-total-prod
          move "C"                      to ws-anv-abc-origem
          move "B"                      to ws-anv-abc-destino
          perform 2395-monta-abc
          move ws-anv-abc-total         to ws-anv-abc-total-cli

          perform 2396-relatorio-analise
          close analise-vendas.
       2392-exit section.
       2392.
          exit.

      *>  one pedido: its items by produto (net of devolucoes), then
      *>  the pedido total by vendedor, filial, cidade and cliente.
       2393-acumula-pedido section.
       2393.
          move zeros                    to ws-anv-ped-qtd
          move zeros                    to ws-anv-ped-valor
          move ped-numero               to pit-numero
          move zeros                    to pit-seq
          start pedidos-itens key is not less pit-chave
              invalid key continue
          end-start
          if   fs-ped-itens = "00"
               read pedidos-itens next
               perform until fs-ped-itens <> "00"
                          or pit-numero <> ped-numero
                  if   pit-qtde-devolvida not numeric
                       move zeros        to pit-qtde-devolvida
                  end-if
                  compute ws-anv-qtd = pit-qtde - pit-qtde-devolvida
                  move pit-valor         to ws-anv-valor
                  add ws-anv-qtd         to ws-anv-ped-qtd
                  add ws-anv-valor       to ws-anv-ped-valor
                  move "P"               to ws-anv-dimensao
                  move pit-produto       to ws-anv-codigo
                  move zeros             to ws-anv-pedidos
                  perform 2394-grava-acumulo
                  read pedidos-itens next
               end-perform
          end-if

          move ws-anv-ped-qtd           to ws-anv-qtd
          move ws-anv-ped-valor         to ws-anv-valor
          move 1                        to ws-anv-pedidos
          if   anv-periodo-atual
               add 1                     to ws-anv-total-pedidos
               add ws-anv-qtd            to ws-anv-total-qtd
               add ws-anv-valor          to ws-anv-total-valor
          else
               add 1                     to ws-anv-total-pedidos-ant
               add ws-anv-qtd            to ws-anv-total-qtd-ant
               add ws-anv-valor          to ws-anv-total-valor-ant
          end-if
          move ped-codigo-cliente       to codigo
          read clientes
          if   fs-clientes <> "00"
               move zeros                to cod-vendedor-cliente
               move zeros                to filial-cliente
               move zeros                to cod-cidade-cliente
          end-if
          move "V"                      to ws-anv-dimensao
          move zeros                    to ws-anv-codigo
          if   cod-vendedor-cliente numeric
               move cod-vendedor-cliente to ws-anv-codigo
          end-if
          perform 2394-grava-acumulo
          move "F"                      to ws-anv-dimensao
          move zeros                    to ws-anv-codigo
          if   filial-cliente numeric
               move filial-cliente       to ws-anv-codigo
          end-if
          perform 2394-grava-acumulo
          move "M"                      to ws-anv-dimensao
          move zeros                    to ws-anv-codigo
          if   cod-cidade-cliente numeric
               move cod-cidade-cliente   to ws-anv-codigo
          end-if
          perform 2394-grava-acumulo
          move "C"                      to ws-anv-dimensao
          move ped-codigo-cliente       to ws-anv-codigo
          perform 2394-grava-acumulo.
       2393-exit section.
       2393.
          exit.

      *>  ws-anv-qtd/valor/pedidos added to the ws-anv-dimensao /
      *>  ws-anv-codigo line, current or previous year column.
       2394-grava-acumulo section.
       2394.
          move ws-anv-dimensao          to anv-dimensao
          move zeros                    to anv-ordem
          move ws-anv-codigo            to anv-codigo
          read analise-vendas
          if   fs-analise <> "00"
               initialize registro-analise
               move ws-anv-dimensao      to anv-dimensao
               move zeros                to anv-ordem
               move ws-anv-codigo        to anv-codigo
          end-if
          if   anv-periodo-atual
               add ws-anv-qtd            to anv-qtd
               add ws-anv-valor          to anv-valor
               add ws-anv-pedidos        to anv-pedidos
          else
               add ws-anv-qtd            to anv-qtd-ant
               add ws-anv-valor          to anv-valor-ant
               add ws-anv-pedidos        to anv-pedidos-ant
          end-if
          if   fs-analise = "00"
               rewrite registro-analise
          else
               write registro-analise
          end-if.
       2394-exit section.
       2394.
          exit.

      *>  the ws-anv-abc-origem lines that sold in the period copied
      *>  to ws-anv-abc-destino under the inverted value, with their
      *>  total in ws-anv-abc-total.
       2395-monta-abc section.
       2395.
          move zeros                    to ws-anv-abc-total
          initialize registro-analise
          move ws-anv-abc-origem        to anv-dimensao
          start analise-vendas key is not less anv-chave
              invalid key continue
          end-start
          if   fs-analise = "00"
               read analise-vendas next
          end-if
          perform until fs-analise <> "00"
                     or anv-dimensao <> ws-anv-abc-origem
             if   anv-valor > zeros
                  add anv-valor          to ws-anv-abc-total
                  move anv-chave         to ws-anv-chave-salva
                  move ws-anv-abc-destino to anv-dimensao
                  compute anv-ordem = 9999999999999 - anv-valor * 100
                  write registro-analise
                  move ws-anv-chave-salva to anv-chave
                  start analise-vendas key is greater anv-chave
                      invalid key continue
                  end-start
             end-if
             if   fs-analise = "00"
                  read analise-vendas next
             end-if
          end-perform.
       2395-exit section.
       2395.
          exit.

       2396-relatorio-analise section.
       2396.
          perform 2007-monta-label-rel
          move spaces                   to wid-csv
          string wid-relatorio delimited by ".rel"
                 ".csv"        delimited by size
                 into wid-csv
          open output relatorio
          open output arq-csv
          move spaces                   to registro-csv
          string "Secao,Codigo,Descricao,Qtde,Valor,Qtde Ant,"
                 "Valor Ant,Var %,Classe,% Acum"
                 delimited by size into registro-csv
          write registro-csv
          move zeros                    to ws-num-pagina
          move spaces                   to ws-anv-tipo-linha
          perform 2400-cab-analise

          move "P"                      to ws-anv-dimensao
          move "VENDAS POR PRODUTO"     to ws-anv-titulo
          move "PRODUTO"                to ws-anv-secao
          perform 2397-imprime-dimensao
          move "V"                      to ws-anv-dimensao
          move "VENDAS POR VENDEDOR"    to ws-anv-titulo
          move "VENDEDOR"               to ws-anv-secao
          perform 2397-imprime-dimensao
          move "F"                      to ws-anv-dimensao
          move "VENDAS POR FILIAL"      to ws-anv-titulo
          move "FILIAL"                 to ws-anv-secao
          perform 2397-imprime-dimensao
          move "M"                      to ws-anv-dimensao
          move "VENDAS POR CIDADE"      to ws-anv-titulo
          move "CIDADE"                 to ws-anv-secao
          perform 2397-imprime-dimensao

          move "A"                      to ws-anv-dimensao
          move ws-anv-abc-total-prod    to ws-anv-abc-total
          move "CURVA ABC DE PRODUTOS"  to ws-anv-titulo
          move "ABC PROD"               to ws-anv-secao
          perform 2398-imprime-abc
          move "B"                      to ws-anv-dimensao
          move ws-anv-abc-total-cli     to ws-anv-abc-total
          move "CURVA ABC DE CLIENTES"  to ws-anv-titulo
          move "ABC CLI"                to ws-anv-secao
          perform 2398-imprime-abc

          move spaces                   to relatorio-registro
          write relatorio-registro
          move zeros                    to anv-det-codigo
          move "TOTAL DO PERIODO"       to anv-det-descricao
          move ws-anv-total-qtd         to anv-det-qtd
          move ws-anv-total-valor       to anv-det-valor
          move ws-anv-total-qtd-ant     to anv-det-qtd-ant
          move ws-anv-total-valor-ant   to anv-det-valor-ant
          move ws-anv-total-valor       to anv-valor
          move ws-anv-total-valor-ant   to anv-valor-ant
          perform 2401-variacao-anv
          move ws-anv-var-texto         to anv-det-var
          move linha-anv-det            to relatorio-registro
          write relatorio-registro
          move "Pedidos no periodo"     to ver-total-label
          move ws-anv-total-pedidos     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Pedidos no ano anterior" to ver-total-label
          move ws-anv-total-pedidos-ant to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "D"                      to ws-anv-tipo-linha
          move "TOTAL"                  to ws-anv-secao
          move zeros                    to anv-codigo
          move "TOTAL DO PERIODO"       to ws-anv-descricao
          move ws-anv-total-qtd         to anv-qtd
          move ws-anv-total-qtd-ant     to anv-qtd-ant
          move spaces                   to ws-anv-abc-classe
          move zeros                    to ws-anv-abc-perc-acum
          perform 2402-linha-csv-anv
          close arq-csv
          close relatorio.
       2396-exit section.
       2396.
          exit.

       2397-imprime-dimensao section.
       2397.
          move "D"                      to ws-anv-tipo-linha
          if   ws-linhas-pagina + 4 >= ws-max-linhas-pagina
               perform 2400-cab-analise
          else
               perform 2403-titulo-secao-anv
          end-if
          initialize registro-analise
          move ws-anv-dimensao          to anv-dimensao
          start analise-vendas key is not less anv-chave
              invalid key continue
          end-start
          if   fs-analise = "00"
               read analise-vendas next
          end-if
          perform until fs-analise <> "00"
                     or anv-dimensao <> ws-anv-dimensao
             if   ws-linhas-pagina >= ws-max-linhas-pagina
                  perform 2400-cab-analise
             end-if
             perform 2399-descricao-anv
             move anv-codigo            to anv-det-codigo
             move ws-anv-descricao      to anv-det-descricao
             move anv-qtd               to anv-det-qtd
             move anv-valor             to anv-det-valor
             move anv-qtd-ant           to anv-det-qtd-ant
             move anv-valor-ant         to anv-det-valor-ant
             perform 2401-variacao-anv
             move ws-anv-var-texto      to anv-det-var
             move linha-anv-det         to relatorio-registro
             write relatorio-registro
             add 1                      to ws-linhas-pagina
             move spaces                to ws-anv-abc-classe
             move zeros                 to ws-anv-abc-perc-acum
             perform 2402-linha-csv-anv
             read analise-vendas next
          end-perform.
       2397-exit section.
       2397.
          exit.

      *>  abc: class A up to 80% of the accumulated value, B up to
      *>  95%, C for the rest.
       2398-imprime-abc section.
       2398.
          move "A"                      to ws-anv-tipo-linha
          if   ws-linhas-pagina + 4 >= ws-max-linhas-pagina
               perform 2400-cab-analise
          else
               perform 2403-titulo-secao-anv
          end-if
          move zeros                    to ws-anv-abc-acum
          move zeros                    to ws-anv-abc-rank
          initialize registro-analise
          move ws-anv-dimensao          to anv-dimensao
          start analise-vendas key is not less anv-chave
              invalid key continue
          end-start
          if   fs-analise = "00"
               read analise-vendas next
          end-if
          perform until fs-analise <> "00"
                     or anv-dimensao <> ws-anv-dimensao
             if   ws-linhas-pagina >= ws-max-linhas-pagina
                  perform 2400-cab-analise
             end-if
             add 1                      to ws-anv-abc-rank
             add anv-valor              to ws-anv-abc-acum
             move zeros                 to ws-anv-abc-perc
             move zeros                 to ws-anv-abc-perc-acum
             if   ws-anv-abc-total > zeros
                  compute ws-anv-abc-perc rounded =
                          anv-valor * 100 / ws-anv-abc-total
                  compute ws-anv-abc-perc-acum rounded =
                          ws-anv-abc-acum * 100 / ws-anv-abc-total
             end-if
             evaluate true
                 when ws-anv-abc-perc-acum <= 80
                      move "A"           to ws-anv-abc-classe
                 when ws-anv-abc-perc-acum <= 95
                      move "B"           to ws-anv-abc-classe
                 when other
                      move "C"           to ws-anv-abc-classe
             end-evaluate
      *>  the first line is always A, however big its share.
             if   ws-anv-abc-rank = 1
                  move "A"               to ws-anv-abc-classe
             end-if
             perform 2399-descricao-anv
             move ws-anv-abc-rank       to abc-rank
             move anv-codigo            to abc-codigo
             move ws-anv-descricao      to abc-descricao
             move anv-valor             to abc-valor
             move ws-anv-abc-perc       to abc-perc
             move ws-anv-abc-perc-acum  to abc-acum
             move ws-anv-abc-classe     to abc-classe
             move linha-anv-abc         to relatorio-registro
             write relatorio-registro
             add 1                      to ws-linhas-pagina
             perform 2402-linha-csv-anv
             read analise-vendas next
          end-perform.
       2398-exit section.
       2398.
          exit.

      *>  name of the anv-codigo of the line in registro-analise.
       2399-descricao-anv section.
       2399.
          move spaces                   to ws-anv-descricao
          evaluate anv-dimensao
              when "P"
              when "A"
                   move anv-codigo       to prd-codigo
                   read produtos
                   if   fs-produtos = "00"
                        move prd-nome     to ws-anv-descricao
                   else
                        move "(produto nao cadastrado)"
                             to ws-anv-descricao
                   end-if
              when "V"
                   if   anv-codigo = zeros
                        move "(sem vendedor)" to ws-anv-descricao
                   else
                        move anv-codigo   to vdd-codigo
                        read vendedores
                        if   fs-vendedores = "00"
                             move vdd-nome to ws-anv-descricao
                        else
                             move "(vendedor nao cadastrado)"
                                  to ws-anv-descricao
                        end-if
                   end-if
              when "F"
                   string "Filial " anv-codigo (6:2)
                          delimited by size into ws-anv-descricao
              when "M"
                   move anv-codigo       to cod-cidade
                   read cidades
                   if   fs-cidades = "00"
                        move nome-cidade  to ws-anv-descricao
                   else
                        move "(cidade nao cadastrada)"
                             to ws-anv-descricao
                   end-if
              when other
                   move anv-codigo       to codigo
                   read clientes
                   if   fs-clientes = "00"
                        move nome         to ws-anv-descricao
                   else
                        move "(cliente nao cadastrado)"
                             to ws-anv-descricao
                   end-if
          end-evaluate.
       2399-exit section.
       2399.
          exit.

       2400-cab-analise section.
       2400.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move spaces                   to cab-anv-ini cab-anv-fim
                                           cab-anv-ini-ant
                                           cab-anv-fim-ant
          string ws-anv-ini (7:2) "/" ws-anv-ini (5:2) "/"
                 ws-anv-ini (1:4) delimited by size into cab-anv-ini
          string ws-anv-fim (7:2) "/" ws-anv-fim (5:2) "/"
                 ws-anv-fim (1:4) delimited by size into cab-anv-fim
          string ws-anv-ini-ant (7:2) "/" ws-anv-ini-ant (5:2) "/"
                 ws-anv-ini-ant (1:4) delimited by size
                 into cab-anv-ini-ant
          string ws-anv-fim-ant (7:2) "/" ws-anv-fim-ant (5:2) "/"
                 ws-anv-fim-ant (1:4) delimited by size
                 into cab-anv-fim-ant
          move ws-num-pagina            to cab-pagina-anv
          move linha-cab-analise        to relatorio-registro
          write relatorio-registro
          if   ws-anv-tipo-linha <> spaces
               perform 2403-titulo-secao-anv
          end-if.
       2400-exit section.
       2400.
          exit.

      *>  variation of anv-valor over anv-valor-ant, as text.
       2401-variacao-anv section.
       2401.
          move spaces                   to ws-anv-var-texto
          if   anv-valor-ant = zeros
               if   anv-valor <> zeros
                    move "      novo"    to ws-anv-var-texto
               end-if
          else
               compute ws-anv-var rounded =
                       (anv-valor - anv-valor-ant) * 100
                     / anv-valor-ant
                   on size error move 9999999.99 to ws-anv-var
               end-compute
               move ws-anv-var           to ws-anv-var-edit
               move ws-anv-var-edit      to ws-anv-var-texto
          end-if.
       2401-exit section.
       2401.
          exit.

       2402-linha-csv-anv section.
       2402.
          move anv-qtd                  to ws-anv-qtd-edit
          move anv-valor                to ws-anv-valor-edit
          move anv-qtd-ant              to ws-anv-qtd-ant-edit
          move anv-valor-ant            to ws-anv-valor-ant-edit
          move ws-anv-abc-perc-acum     to ws-anv-acum-edit
          if   ws-anv-tipo-linha = "A"
               move zeros                to ws-anv-qtd-edit
               move zeros                to ws-anv-qtd-ant-edit
               move zeros                to ws-anv-valor-ant-edit
               move spaces               to ws-anv-var-texto
          end-if
          move spaces                   to registro-csv
          string function trim (ws-anv-secao) ","
                 anv-codigo ","
                 ws-aspas function trim (ws-anv-descricao) ws-aspas
                 ","
                 function trim (ws-anv-qtd-edit) ","
                 function trim (ws-anv-valor-edit) ","
                 function trim (ws-anv-qtd-ant-edit) ","
                 function trim (ws-anv-valor-ant-edit) ","
                 function trim (ws-anv-var-texto) ","
                 ws-anv-abc-classe ","
                 function trim (ws-anv-acum-edit)
                 delimited by size into registro-csv
          write registro-csv.
       2402-exit section.
       2402.
          exit.

       2403-titulo-secao-anv section.
       2403.
          move spaces                   to relatorio-registro
          write relatorio-registro
          move ws-anv-titulo            to anv-tit-texto
          move linha-anv-titulo         to relatorio-registro
          write relatorio-registro
          if   ws-anv-tipo-linha = "A"
               move linha-cab-abc-labels to relatorio-registro
          else
               move linha-cab-anv-labels to relatorio-registro
          end-if
          write relatorio-registro
          add 3                         to ws-linhas-pagina.
       2403-exit section.
       2403.
          exit.

      *>===================================================================================
      *>  adds ws-ind-deltas to the indicadores of ws-ind-data, and
      *>  the pedido, recebimento and client deltas to its month.
       2404-atualiza-indicador section.
       2404.
          if   function test-date-yyyymmdd (ws-ind-data) <> zeros
               go to 2404-fim
          end-if
          move ws-ind-data              to ind-data
          read indicadores
          if   fs-indicadores <> "00"
               initialize registro-indicadores
               move ws-ind-data          to ind-data
          end-if
          add ws-ind-d-ped-qtd          to ind-ped-qtd
          add ws-ind-d-ped-valor        to ind-ped-valor
          add ws-ind-d-rec-qtd          to ind-rec-qtd
          add ws-ind-d-rec-valor        to ind-rec-valor
          add ws-ind-d-cli-novos        to ind-cli-novos
          add ws-ind-d-cli-inat         to ind-cli-inativados
          add ws-ind-d-tit-qtd          to ind-tit-qtd
          add ws-ind-d-tit-valor        to ind-tit-valor
          add ws-ind-d-oco              to ind-oco-qtd
          add ws-ind-d-doc              to ind-doc-qtd
          if   fs-indicadores = "00"
               rewrite registro-indicadores
          else
               write registro-indicadores
          end-if

          if   ws-ind-d-ped-qtd = zeros and ws-ind-d-ped-valor = zeros
               and ws-ind-d-rec-qtd = zeros
               and ws-ind-d-rec-valor = zeros
               and ws-ind-d-cli-novos = zeros
               and ws-ind-d-cli-inat = zeros
               go to 2404-fim
          end-if
          move ws-ind-data              to ws-ind-data-mes
          move zeros                    to ws-ind-mes-dia
          move ws-ind-data-mes          to ind-data
          read indicadores
          if   fs-indicadores <> "00"
               initialize registro-indicadores
               move ws-ind-data-mes      to ind-data
          end-if
          add ws-ind-d-ped-qtd          to ind-ped-qtd
          add ws-ind-d-ped-valor        to ind-ped-valor
          add ws-ind-d-rec-qtd          to ind-rec-qtd
          add ws-ind-d-rec-valor        to ind-rec-valor
          add ws-ind-d-cli-novos        to ind-cli-novos
          add ws-ind-d-cli-inat         to ind-cli-inativados
          if   fs-indicadores = "00"
               rewrite registro-indicadores
          else
               write registro-indicadores
          end-if.
       2404-fim.
          exit.
       2404-exit section.
       2404.
          exit.

      *>  the open-titulo counters of tit-vencimento after a titulo
      *>  movement: emissao adds, cancelamento/perda/renegociacao
      *>  take the titulo out, an estorno lowers it and takes it
      *>  out once the titulo is no longer open.
       2405-indicador-titulo section.
       2405.
          initialize ws-ind-deltas
          move tit-vencimento           to ws-ind-data
          evaluate ws-mtt-tipo
              when "E"
                   move 1                to ws-ind-d-tit-qtd
                   move ws-mtt-valor     to ws-ind-d-tit-valor
              when "C"
              when "X"
              when "R"
                   move -1               to ws-ind-d-tit-qtd
                   compute ws-ind-d-tit-valor = 0 - ws-mtt-valor
              when "D"
                   if   tit-situacao <> "A"
                        move -1          to ws-ind-d-tit-qtd
                   end-if
                   compute ws-ind-d-tit-valor = 0 - ws-mtt-valor
              when other
                   go to 2405-fim
          end-evaluate
          perform 2404-atualiza-indicador.
       2405-fim.
          exit.
       2405-exit section.
       2405.
          exit.

      *>===================================================================================
      *>  painel gerencial: read-only, built from indicadores.dat
      *>  alone; (A) reads the counters again.
       2406-painel-gerencial section.
       2406.
          move spaces                   to opcao
          perform until function upper-case(opcao) = "V"
             perform 2407-calcula-painel
             display erase
             display "Painel Gerencial"  at 0130
             display ws-pnl-hoje (7:2)   at 0150
             display "/"                 at 0152
             display ws-pnl-hoje (5:2)   at 0153
             display "/"                 at 0155
             display ws-pnl-hoje (1:4)   at 0156
             display ws-pnl-hora-edit    at 0162

             display "PEDIDOS              Qtde           Valor"
                     at 0305
             display "Hoje             :" at 0405
             move ws-pnl-ped-hoje-qtd    to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 0424
             move ws-pnl-ped-hoje-valor  to ws-pnl-valor-edit
             display ws-pnl-valor-edit   at 0432
             display "No mes           :" at 0505
             move ws-pnl-ped-mes-qtd     to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 0524
             move ws-pnl-ped-mes-valor   to ws-pnl-valor-edit
             display ws-pnl-valor-edit   at 0532

             display "A RECEBER" at 0705
             display "Vencendo hoje    :" at 0805
             move ws-pnl-venc-hoje-qtd   to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 0824
             move ws-pnl-venc-hoje-valor to ws-pnl-valor-edit
             display ws-pnl-valor-edit   at 0832
             move 09                     to ws-pnl-lin
             perform varying ws-idx-pnl-faixa from 1 by 1
                 until ws-idx-pnl-faixa > 5
                compute ws-pnl-at = ws-pnl-lin * 100 + 05
                display ws-pnl-rotulo (ws-idx-pnl-faixa)
                        at ws-pnl-at
                move ws-pnl-faixa-qtd (ws-idx-pnl-faixa)
                     to ws-pnl-qtd-edit
                compute ws-pnl-at = ws-pnl-lin * 100 + 24
                display ws-pnl-qtd-edit  at ws-pnl-at
                move ws-pnl-faixa-valor (ws-idx-pnl-faixa)
                     to ws-pnl-valor-edit
                compute ws-pnl-at = ws-pnl-lin * 100 + 32
                display ws-pnl-valor-edit at ws-pnl-at
                add 1                    to ws-pnl-lin
             end-perform
             display "Recebido hoje    :" at 1505
             move ws-pnl-rec-qtd         to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 1524
             move ws-pnl-rec-valor       to ws-pnl-valor-edit
             display ws-pnl-valor-edit   at 1532

             display "CLIENTES NO MES"   at 0352
             display "Novos           :" at 0452
             move ws-pnl-cli-novos       to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 0470
             display "Inativados      :" at 0552
             move ws-pnl-cli-inat        to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 0570
             display "PENDENCIAS"        at 0752
             display "Ocorr. vencidas :" at 0852
             move ws-pnl-oco-vencidas    to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 0870
             display "Docs vencem 7d  :" at 0952
             move ws-pnl-doc-semana      to ws-pnl-qtd-edit
             display ws-pnl-qtd-edit     at 0970
             display "ULTIMO FECHAMENTO" at 1152
             if   ind-fech-data = zeros
                  display "Nenhum registrado" at 1252
             else
                  display ind-fech-data (7:2) at 1252
                  display "/"               at 1254
                  display ind-fech-data (5:2) at 1255
                  display "/"               at 1257
                  display ind-fech-data (1:4) at 1258
                  display ind-fech-hora (1:2) at 1263
                  display ":"               at 1265
                  display ind-fech-hora (3:2) at 1266
             end-if
             display ws-pnl-fech-texto (1:28) at 1352

             display "(A)tualizar (V)oltar: " at 2005
             move spaces                 to opcao
             accept opcao                  at 2027
          end-perform.
       2406-exit section.
       2406.
          exit.

       2407-calcula-painel section.
       2407.
          accept ws-pnl-hoje from date yyyymmdd
          accept ws-horas from time
          move spaces                   to ws-pnl-hora-edit
          string ws-horas (1:2) ":" ws-horas (3:2)
                 delimited by size into ws-pnl-hora-edit
          move ws-pnl-hoje              to ws-cal-data
          perform 2343-serial-data
          move ws-cal-serial            to ws-pnl-serial-hoje
          move zeros                    to ws-pnl-ped-hoje-qtd
          move zeros                    to ws-pnl-ped-hoje-valor
          move zeros                    to ws-pnl-ped-mes-qtd
          move zeros                    to ws-pnl-ped-mes-valor
          move zeros                    to ws-pnl-venc-hoje-qtd
          move zeros                    to ws-pnl-venc-hoje-valor
          move zeros                    to ws-pnl-rec-qtd
          move zeros                    to ws-pnl-rec-valor
          move zeros                    to ws-pnl-cli-novos
          move zeros                    to ws-pnl-cli-inat
          move zeros                    to ws-pnl-oco-vencidas
          move zeros                    to ws-pnl-doc-semana
          initialize ws-tab-pnl-faixas

      *>  every dated record up to a week ahead; month records
      *>  (day 00) are skipped here and read on their own below.
          initialize registro-indicadores
          start indicadores key is not less ind-data
              invalid key continue
          end-start
          if   fs-indicadores = "00"
               read indicadores next
          end-if
          perform until fs-indicadores <> "00"
                     or ind-data >= 99999999
             move ind-data               to ws-cal-data
             perform 2343-serial-data
             if   ind-data (7:2) <> "00" and ws-cal-serial > zeros
                  compute ws-pnl-dias =
                          ws-pnl-serial-hoje - ws-cal-serial
                  if   ws-pnl-dias < -6
                       exit perform
                  end-if
                  evaluate true
                      when ws-pnl-dias > 90
                           move 4        to ws-idx-pnl-faixa
                      when ws-pnl-dias > 60
                           move 3        to ws-idx-pnl-faixa
                      when ws-pnl-dias > 30
                           move 2        to ws-idx-pnl-faixa
                      when ws-pnl-dias > 0
                           move 1        to ws-idx-pnl-faixa
                      when other
                           move zeros    to ws-idx-pnl-faixa
                  end-evaluate
                  if   ws-idx-pnl-faixa > zeros
                       add ind-tit-qtd
                           to ws-pnl-faixa-qtd (ws-idx-pnl-faixa)
                       add ind-tit-valor
                           to ws-pnl-faixa-valor (ws-idx-pnl-faixa)
                       add ind-tit-qtd   to ws-pnl-faixa-qtd (5)
                       add ind-tit-valor to ws-pnl-faixa-valor (5)
                       add ind-oco-qtd   to ws-pnl-oco-vencidas
                  end-if
                  if   ws-pnl-dias <= 0
                       add ind-doc-qtd   to ws-pnl-doc-semana
                  end-if
                  if   ws-pnl-dias = 0
                       move ind-ped-qtd   to ws-pnl-ped-hoje-qtd
                       move ind-ped-valor to ws-pnl-ped-hoje-valor
                       move ind-tit-qtd   to ws-pnl-venc-hoje-qtd
                       move ind-tit-valor to ws-pnl-venc-hoje-valor
                       move ind-rec-qtd   to ws-pnl-rec-qtd
                       move ind-rec-valor to ws-pnl-rec-valor
                  end-if
             end-if
             read indicadores next
          end-perform

          move ws-pnl-hoje-aamm         to ws-ind-mes-aamm
          move zeros                    to ws-ind-mes-dia
          move ws-ind-data-mes          to ind-data
          read indicadores
          if   fs-indicadores = "00"
               move ind-ped-qtd          to ws-pnl-ped-mes-qtd
               move ind-ped-valor        to ws-pnl-ped-mes-valor
               move ind-cli-novos        to ws-pnl-cli-novos
               move ind-cli-inativados   to ws-pnl-cli-inat
          end-if

          move 99999999                 to ind-data
          read indicadores
          if   fs-indicadores <> "00"
               initialize registro-indicadores
          end-if
          move spaces                   to ws-pnl-fech-texto
          evaluate ind-fech-situacao
              when "C"
                   move "Concluido sem erros" to ws-pnl-fech-texto
              when "W"
                   move "Concluido com avisos (rc 4)"
                        to ws-pnl-fech-texto
              when "A"
                   move "*** ABORTADO - ver log ***"
                        to ws-pnl-fech-texto
              when other
                   continue
          end-evaluate
          if   ind-fech-data > zeros
               move ind-fech-data        to ws-cal-data
               perform 2343-serial-data
               if   ws-pnl-serial-hoje - ws-cal-serial > 1
                    move "*** NAO RODOU ESTA NOITE ***"
                         to ws-pnl-fech-texto
               end-if
          end-if.
       2407-exit section.
       2407.
          exit.

      *>  indicadores.dat rebuilt from the files themselves - the
      *>  first load, and the nightly correction of any posting
      *>  path that does not feed the counters (journal replay,
      *>  archiving, fusao, integrity fixes).  the fechamento
      *>  record survives the rebuild.
       2408-recalcula-indicadores section.
       2408.
          move zeros                    to ws-ind-qtd-lidos
          move "N"                      to ws-flag-ind-fech
          move 99999999                 to ind-data
          read indicadores
          if   fs-indicadores = "00"
               move registro-indicadores to ws-ind-fech-salvo
               set  ind-fech-salvo       to true
          end-if
          close indicadores
          open output indicadores
          close indicadores
          open i-o indicadores
          if   ind-fech-salvo
               move ws-ind-fech-salvo    to registro-indicadores
               write registro-indicadores
          end-if

          initialize registro-pedidos
          start pedidos key is not less ped-numero
              invalid key continue
          end-start
          read pedidos next
          perform until fs-pedidos <> "00"
             if   ped-situacao <> "C"
                  initialize ws-ind-deltas
                  move ped-data          to ws-ind-data
                  move 1                 to ws-ind-d-ped-qtd
                  move ped-total         to ws-ind-d-ped-valor
                  perform 2404-atualiza-indicador
                  add 1                  to ws-ind-qtd-lidos
             end-if
             read pedidos next
          end-perform

          initialize registro-pagamentos
          start pagamentos key is not less pgt-chave
              invalid key continue
          end-start
          read pagamentos next
          perform until fs-pagamentos <> "00"
             initialize ws-ind-deltas
             move pgt-data               to ws-ind-data
             move 1                      to ws-ind-d-rec-qtd
             move pgt-valor              to ws-ind-d-rec-valor
             perform 2404-atualiza-indicador
             add 1                       to ws-ind-qtd-lidos
             read pagamentos next
          end-perform

          initialize registro-clientes
          start clientes key is not less codigo
              invalid key continue
          end-start
          read clientes next
          perform until fs-clientes <> "00"
             if   data-inclusao numeric and data-inclusao > zeros
                  initialize ws-ind-deltas
                  move data-inclusao     to ws-ind-data
                  move 1                 to ws-ind-d-cli-novos
                  perform 2404-atualiza-indicador
             end-if
             if   situacao = "I" and data-situacao numeric
                  initialize ws-ind-deltas
                  move data-situacao     to ws-ind-data
                  move 1                 to ws-ind-d-cli-inat
                  perform 2404-atualiza-indicador
             end-if
             add 1                       to ws-ind-qtd-lidos
             read clientes next
          end-perform

          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-situacao = "A"
                  perform 2265-saldo-titulo
                  initialize ws-ind-deltas
                  move tit-vencimento    to ws-ind-data
                  move 1                 to ws-ind-d-tit-qtd
                  move ws-saldo-titulo   to ws-ind-d-tit-valor
                  perform 2404-atualiza-indicador
                  add 1                  to ws-ind-qtd-lidos
             end-if
             read titulos next
          end-perform

          initialize registro-ocorrencias
          start ocorrencias key is not less oco-chave
              invalid key continue
          end-start
          read ocorrencias next
          perform until fs-ocorr <> "00"
             if   oco-resolvida <> "S" and oco-retorno > zeros
                  initialize ws-ind-deltas
                  move oco-retorno       to ws-ind-data
                  move 1                 to ws-ind-d-oco
                  perform 2404-atualiza-indicador
                  add 1                  to ws-ind-qtd-lidos
             end-if
             read ocorrencias next
          end-perform

          initialize registro-documentos
          start documentos key is not less doc-chave
              invalid key continue
          end-start
          read documentos next
          perform until fs-documentos <> "00"
             if   doc-validade numeric and doc-validade > zeros
                  initialize ws-ind-deltas
                  move doc-validade      to ws-ind-data
                  move 1                 to ws-ind-d-doc
                  perform 2404-atualiza-indicador
                  add 1                  to ws-ind-qtd-lidos
             end-if
             read documentos next
          end-perform.
       2408-exit section.
       2408.
          exit.

       2409-tela-recalculo-ind section.
       2409.
          display erase
          display "Recalcular Indicadores do Painel" at 0420
          display "Confirma [S/N]: " at 0605
          move spaces                   to opcao
          accept opcao                    at 0621
          if   function upper-case(opcao) = "S"
               display "Recalculando..." at 0805
               perform 2408-recalcula-indicadores
               display "Registros considerados: " at 0805
               display ws-ind-qtd-lidos    at 0829
               accept ws-teclas
          end-if.
       2409-exit section.
       2409.
          exit.

      *>  the outcome of this fechamento for the painel.
       2410-grava-fechamento-ind section.
       2410.
          move 99999999                 to ind-data
          read indicadores
          if   fs-indicadores <> "00"
               initialize registro-indicadores
               move 99999999             to ind-data
          end-if
          move ws-data-fech             to ind-fech-data
          accept ind-fech-hora from time
          move ws-rc-batch              to ind-fech-rc
          evaluate true
              when fechamento-abortado
                   move "A"              to ind-fech-situacao
              when ws-rc-batch >= 4
                   move "W"              to ind-fech-situacao
              when other
                   move "C"              to ind-fech-situacao
          end-evaluate
          if   fs-indicadores = "00"
               rewrite registro-indicadores
          else
               write registro-indicadores
          end-if.
       2410-exit section.
       2410.
          exit.

      *>===================================================================================
      *>  contratos recorrentes: the fixed monthly fees billed by
      *>  the month's run instead of a titulo keyed by hand.
       2411-menu-contratos section.
       2411.
          display erase
          display "Contratos Recorrentes" at 0130
          display "(1) Cadastro de Contratos     " at 0305
          display "(2) Faturar Mes               " at 0405
          display "(3) Encerrando / Reajuste     " at 0505
          display "(4) Aplicar Reajuste          " at 0605
          display "(0) Voltar                    " at 0705
          display "( ) Opcao" at 0805
          move zeros                    to ws-opcao-contrato
          accept ws-opcao-contrato        at 0806
          with update auto-skip
          evaluate ws-opcao-contrato
              when 1
                  perform 2412-cadastro-contratos
              when 2
                  display erase
                  display "Faturamento de Contratos" at 0430
                  display "Mes (AAAAMM, 0=atual): " at 0605
                  move zeros              to ws-ctr-periodo
                  accept ws-ctr-periodo     at 0629
                  perform 2415-valida-periodo-ctr
                  if   not ctr-periodo-ok
                       display "Mes invalido" at 1905
                       accept ws-teclas
                  else
                       display "Faturando..." at 0805
                       perform 2416-faturamento-contratos
                       perform 2425-resumo-contratos
                       perform 2051-dialogo-impressao
                  end-if
              when 3
                  display erase
                  display "Contratos Encerrando / Reajuste" at 0430
                  move zeros              to ws-ctr-periodo
                  perform 2415-valida-periodo-ctr
                  perform 2007-monta-label-rel
                  open output relatorio
                  move zeros              to ws-num-pagina
                  move zeros              to ws-ctr-qtd-encerrando
                  move zeros              to ws-ctr-qtd-reajuste
                  perform 2421-cab-contratos
                  perform 2420-avisos-contratos
                  close relatorio
                  display "Encerrando em 60 dias: " at 0605
                  display ws-ctr-qtd-encerrando at 0629
                  display "Reajuste devido      : " at 0705
                  display ws-ctr-qtd-reajuste at 0729
                  perform 2051-dialogo-impressao
              when 4
                  if   operador-supervisor
                       perform 2422-aplica-reajuste
                  else
                       display "Acesso restrito ao supervisor"
                               at 1905
                       accept ws-teclas
                  end-if
              when other
                  continue
          end-evaluate.
       2411-exit section.
       2411.
          exit.

      *>  a client may hold several contracts, told apart by seq;
      *>  seq 0 includes the next one.  an encerrado contract is
      *>  kept for the history and only shown.
       2412-cadastro-contratos section.
       2412.
          display erase
          display "Cadastro de Contratos" at 0430
          display "Cliente            : " at 0605
          move zeros                    to ws-ctr-cliente
          accept ws-ctr-cliente           at 0627
          if   ws-ctr-cliente = zeros
               go to 2412-fim
          end-if
          move ws-ctr-cliente           to codigo
          read clientes
          if   fs-clientes <> "00"
               display "Cliente nao cadastrado" at 1905
               accept ws-teclas
               go to 2412-fim
          end-if
          display nome (1:40)             at 0634
          perform 2413-lista-contratos-cliente
          display "Contrato (0=novo)  : " at 1705
          move zeros                    to ws-ctr-seq
          accept ws-ctr-seq               at 1727
          accept ws-ctr-hoje from date yyyymmdd
          initialize ws-reg-contrato
          if   ws-ctr-seq = zeros
               if   situacao = "I"
                    display "Cliente inativo - contrato nao incluido"
                            at 1905
                    accept ws-teclas
                    go to 2412-fim
               end-if
               if   ws-ctr-maior-seq >= 99
                    display "Limite de contratos do cliente" at 1905
                    accept ws-teclas
                    go to 2412-fim
               end-if
               compute ws-ctr-seq = ws-ctr-maior-seq + 1
               initialize registro-contratos
               move ws-ctr-cliente        to ctr-cliente
               move ws-ctr-seq            to ctr-seq
               move "A"                   to ctr-situacao
               move "N"                   to wctr-gera-pedido
               move ws-ctr-hoje           to wctr-inicio
               move "I"                   to opcao
          else
               move spaces                to opcao
               move ws-ctr-cliente        to ctr-cliente
               move ws-ctr-seq            to ctr-seq
               read contratos
               if   fs-contratos <> "00"
                    display "Contrato nao cadastrado" at 1905
                    accept ws-teclas
                    go to 2412-fim
               end-if
               move ctr-descricao         to wctr-descricao
               move ctr-produto           to wctr-produto
               move ctr-valor             to wctr-valor
               move ctr-dia-cobranca      to wctr-dia
               move ctr-inicio            to wctr-inicio
               move ctr-fim               to wctr-fim
               move ctr-indice            to wctr-indice
               move ctr-data-reajuste     to wctr-data-reajuste
               move ctr-gera-pedido       to wctr-gera-pedido
          end-if
          display erase
          display "Cadastro de Contratos" at 0430
          display "Cliente            : " at 0605
          display ws-ctr-cliente          at 0627
          display nome (1:40)             at 0635
          display "Contrato           : " at 0705
          display ws-ctr-seq              at 0727
          display "Descricao          : " at 0805
          display "Produto            : " at 0905
          display "Valor mensal       : " at 1005
          display "Dia de cobranca    : " at 1105
          display "Inicio (aaaammdd)  : " at 1205
          display "Fim (0=sem prazo)  : " at 1305
          display "Indice de reajuste : " at 1405
          display "Proximo reajuste   : " at 1505
          display "Gera pedido (S/N)  : " at 1605
          display "Situacao           : " at 1705
          display ctr-situacao            at 1727
          if   ctr-ultimo-faturamento > zeros
               display "ultimo faturamento" at 1730
               display ctr-ultimo-faturamento at 1749
          end-if
          if   opcao <> "I"
               display wctr-descricao       at 0827
               display wctr-produto         at 0927
               move wctr-valor            to ws-valor-edit
               display ws-valor-edit        at 1027
               display wctr-dia             at 1127
               display wctr-inicio          at 1227
               display wctr-fim             at 1327
               display wctr-indice          at 1427
               display wctr-data-reajuste   at 1527
               display wctr-gera-pedido     at 1627
               if   ctr-situacao = "E"
                    display "Contrato encerrado" at 1905
                    accept ws-teclas
                    go to 2412-fim
               end-if
               display "(A)lterar (S)uspender/reativar (E)ncerrar "
                       at 1905
               display "(C)ancelar: " at 1947
               accept opcao                 at 1959
               move function upper-case(opcao) to opcao
          end-if
          evaluate opcao
              when "I"
              when "A"
                   perform 2414-aceita-contrato
              when "S"
                   move ctr-situacao       to ws-ctr-motivo
                   if   ctr-situacao = "S"
                        move "A"           to ctr-situacao
                   else
                        move "S"           to ctr-situacao
                   end-if
                   rewrite registro-contratos
                   perform 2426-audita-contrato
              when "E"
                   display "Confirma encerramento [S/N]: " at 2105
                   accept opcao             at 2135
                   if   function upper-case(opcao) = "S"
                        move ctr-situacao  to ws-ctr-motivo
                        move "E"           to ctr-situacao
                        if   ctr-fim = zeros
                             or ctr-fim > ws-ctr-hoje
                             move ws-ctr-hoje to ctr-fim
                        end-if
                        rewrite registro-contratos
                        perform 2426-audita-contrato
                   end-if
              when other
                   continue
          end-evaluate.
       2412-fim.
          exit.
       2412-exit section.
       2412.
          exit.

      *>  the client's contracts at lines 08-15; ws-ctr-maior-seq
      *>  comes back with the highest seq in use.
       2413-lista-contratos-cliente section.
       2413.
          move zeros                    to ws-ctr-maior-seq
          display "Seq Descricao"      at 0805
          display "Valor  Sit Ult.Fat" at 0842
          move 9                        to ws-ctr-lin
          initialize registro-contratos
          move ws-ctr-cliente           to ctr-cliente
          start contratos key is not less ctr-chave
              invalid key continue
          end-start
          if   fs-contratos = "00"
               read contratos next
               perform until fs-contratos <> "00"
                          or ctr-cliente <> ws-ctr-cliente
                  move ctr-seq           to ws-ctr-maior-seq
                  if   ws-ctr-lin <= 15
                       compute ws-ctr-at = ws-ctr-lin * 100 + 05
                       display ctr-seq     at ws-ctr-at
                       compute ws-ctr-at = ws-ctr-lin * 100 + 09
                       display ctr-descricao (1:25) at ws-ctr-at
                       move ctr-valor      to ws-valor-edit
                       compute ws-ctr-at = ws-ctr-lin * 100 + 35
                       display ws-valor-edit at ws-ctr-at
                       compute ws-ctr-at = ws-ctr-lin * 100 + 49
                       display ctr-situacao at ws-ctr-at
                       compute ws-ctr-at = ws-ctr-lin * 100 + 53
                       display ctr-ultimo-faturamento at ws-ctr-at
                       add 1               to ws-ctr-lin
                  end-if
                  read contratos next
               end-perform
          end-if
          if   ws-ctr-lin = 9
               display "(nenhum contrato)" at 0905
          end-if.
       2413-exit section.
       2413.
          exit.

      *>  opcao "I" includes, "A" alters.  the proximo reajuste
      *>  left at zero falls a year after the inicio.
       2414-aceita-contrato section.
       2414.
          accept wctr-descricao           at 0827
          accept wctr-produto             at 0927
          accept wctr-valor               at 1027
          accept wctr-dia                 at 1127
          accept wctr-inicio              at 1227
          accept wctr-fim                 at 1327
          accept wctr-indice              at 1427
          accept wctr-data-reajuste       at 1527
          accept wctr-gera-pedido         at 1627
          move function upper-case(wctr-gera-pedido)
                                        to wctr-gera-pedido
          move function upper-case(wctr-indice) to wctr-indice
          if   wctr-gera-pedido <> "S"
               move "N"                  to wctr-gera-pedido
          end-if
          if   wctr-descricao = spaces
               display "Informe a descricao - nada gravado" at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   wctr-valor = zeros
               display "Valor mensal zerado - nada gravado" at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   wctr-dia < 1 or wctr-dia > 31
               display "Dia de cobranca invalido - nada gravado"
                       at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   function test-date-yyyymmdd (wctr-inicio) <> zeros
               display "Data de inicio invalida - nada gravado"
                       at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   wctr-fim <> zeros
               and (function test-date-yyyymmdd (wctr-fim) <> zeros
                    or wctr-fim < wctr-inicio)
               display "Data de fim invalida - nada gravado" at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   wctr-data-reajuste <> zeros
               and function test-date-yyyymmdd (wctr-data-reajuste)
                   <> zeros
               display "Data de reajuste invalida - nada gravado"
                       at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   wctr-produto <> zeros
               move wctr-produto         to prd-codigo
               read produtos
               if   fs-produtos <> "00"
                    display "Produto nao cadastrado - nada gravado"
                            at 2105
                    accept ws-teclas
                    go to 2414-fim
               end-if
               display prd-nome (1:30)     at 0934
          end-if
          if   wctr-gera-pedido = "S" and wctr-produto = zeros
               display "Pedido exige o produto - nada gravado"
                       at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   wctr-data-reajuste = zeros
               move wctr-inicio          to ws-ctr-data-trab
               perform 2418-soma-ano-ctr
               move ws-ctr-data-trab     to wctr-data-reajuste
               display wctr-data-reajuste  at 1527
          end-if
          if   opcao = "A"
               and wctr-valor <> ctr-valor
               and not operador-supervisor
               display "Valor so muda por reajuste - nada gravado"
                       at 2105
               accept ws-teclas
               go to 2414-fim
          end-if
          if   opcao = "I"
               move spaces               to ws-ctr-motivo
               move ws-ctr-hoje          to ctr-data-inclusao
               move ws-oper-login-logado to ctr-operador
               move zeros                to ctr-ultimo-faturamento
               move zeros                to ctr-ultimo-titulo
               move zeros                to ctr-ultimo-pedido
          else
               move ctr-situacao         to ws-ctr-motivo
               move ctr-valor            to ws-ctr-valor-anterior
          end-if
          move wctr-descricao           to ctr-descricao
          move wctr-produto             to ctr-produto
          move wctr-valor               to ctr-valor
          move wctr-dia                 to ctr-dia-cobranca
          move wctr-inicio              to ctr-inicio
          move wctr-fim                 to ctr-fim
          move wctr-indice              to ctr-indice
          move wctr-data-reajuste       to ctr-data-reajuste
          move wctr-gera-pedido         to ctr-gera-pedido
          if   opcao = "I"
               write registro-contratos
          else
               rewrite registro-contratos
          end-if
          if   fs-contratos = "00"
               perform 2426-audita-contrato
               display "Contrato gravado" at 2105
          else
               display "Erro na gravacao do contrato: " at 2105
               display fs-contratos        at 2136
          end-if
          accept ws-teclas.
       2414-fim.
          exit.
       2414-exit section.
       2414.
          exit.

      *>  ws-ctr-periodo (aaaamm, zero = current month) up to the
      *>  next month, so the boletos can go out ahead; sets the
      *>  first and last day of the month and the 60-day horizon
      *>  of the contracts ending, and the month before, which
      *>  must be billed first.
       2415-valida-periodo-ctr section.
       2415.
          move "N"                      to ws-flag-ctr-periodo
          accept ws-ctr-hoje from date yyyymmdd
          if   ws-ctr-periodo = zeros
               move ws-ctr-hoje-aamm     to ws-ctr-periodo
          end-if
          if   function mod (ws-ctr-hoje-aamm, 100) = 12
               compute ws-ctr-periodo-max = ws-ctr-hoje-aamm + 89
          else
               compute ws-ctr-periodo-max = ws-ctr-hoje-aamm + 1
          end-if
          if   ws-ctr-per-mes < 1 or ws-ctr-per-mes > 12
               or ws-ctr-per-ano < 2000
               or ws-ctr-periodo > ws-ctr-periodo-max
               go to 2415-fim
          end-if
          move ws-ctr-periodo           to ws-ctr-ini-aamm
          move 01                       to ws-ctr-ini-dia
          if   ws-ctr-per-mes = 01
               compute ws-ctr-per-anterior = ws-ctr-periodo - 89
          else
               compute ws-ctr-per-anterior = ws-ctr-periodo - 1
          end-if
          if   ws-ctr-per-mes = 12
               compute ws-ctr-prox-ano = ws-ctr-per-ano + 1
               move 01                   to ws-ctr-prox-mm
          else
               move ws-ctr-per-ano       to ws-ctr-prox-ano
               compute ws-ctr-prox-mm = ws-ctr-per-mes + 1
          end-if
          move 01                       to ws-ctr-prox-dia
          compute ws-ctr-fim-mes = function date-of-integer
                  (function integer-of-date (ws-ctr-prox-mes) - 1)
          compute ws-ctr-limite-fim = function date-of-integer
                  (function integer-of-date (ws-ctr-fim-mes)
                   + ws-ctr-dias-aviso)
          set  ctr-periodo-ok           to true.
       2415-fim.
          exit.
       2415-exit section.
       2415.
          exit.

      *>  the month's run over every contract, with the report of
      *>  what was billed, what was left out and why, then the
      *>  contracts ending or due for reajuste.  a contract already
      *>  billed in the month is only counted, so the run can be
      *>  repeated - the agenda may run it every day to catch the
      *>  contracts included after the first run.  a contract whose
      *>  previous month was due and not billed stays out, so the
      *>  missing month is billed first and no month is skipped.
       2416-faturamento-contratos section.
       2416.
          move zeros                    to ws-ctr-qtd-faturados
          move zeros                    to ws-ctr-qtd-ja-faturados
          move zeros                    to ws-ctr-qtd-nao-faturados
          move zeros                    to ws-ctr-qtd-encerrados
          move zeros                    to ws-ctr-qtd-pedidos
          move zeros                    to ws-ctr-qtd-encerrando
          move zeros                    to ws-ctr-qtd-reajuste
          move zeros                    to ws-ctr-total-faturado
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          perform 2421-cab-contratos
          move "CONTRATOS FATURADOS / NAO FATURADOS"
                                        to ctr-tit-texto
          perform 2424-titulo-secao-ctr
          initialize registro-contratos
          start contratos key is not less ctr-chave
              invalid key continue
          end-start
          if   fs-contratos = "00"
               read contratos next
               perform until fs-contratos <> "00"
                  perform 2417-fatura-contrato
                  read contratos next
               end-perform
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Contratos faturados"    to ver-total-label
          move ws-ctr-qtd-faturados     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Pedidos gerados"        to ver-total-label
          move ws-ctr-qtd-pedidos       to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Ja faturados no mes"    to ver-total-label
          move ws-ctr-qtd-ja-faturados  to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Nao faturados"          to ver-total-label
          move ws-ctr-qtd-nao-faturados to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Encerrados pelo fim"    to ver-total-label
          move ws-ctr-qtd-encerrados    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move ws-ctr-total-faturado    to ws-valor-edit
          move spaces                   to relatorio-registro
          string "Valor faturado: " ws-valor-edit
                 delimited by size into relatorio-registro
          write relatorio-registro
          add 7                         to ws-linhas-pagina
          perform 2420-avisos-contratos
          close relatorio.
       2416-exit section.
       2416.
          exit.

      *>  one contract of the run, in registro-contratos.  the
      *>  titulo falls on the billing day of the month (the last
      *>  day when the month is shorter) and 2179 rolls it to the
      *>  next business day.
       2417-fatura-contrato section.
       2417.
          if   ctr-situacao <> "A"
               or ctr-inicio > ws-ctr-fim-mes
               go to 2417-fim
          end-if
          move ctr-cliente              to codigo
          read clientes
          if   fs-clientes <> "00"
               move spaces               to nome
          end-if
          if   ctr-fim <> zeros
               and ctr-fim < ws-ctr-ini-mes
               move "E"                  to ctr-situacao
               rewrite registro-contratos
               add 1                     to ws-ctr-qtd-encerrados
               move ctr-fim              to ws-ctr-data-trab
               move "encerrado pelo fim"  to ws-ctr-motivo
               perform 2423-linha-contrato
               go to 2417-fim
          end-if
          if   ctr-ultimo-faturamento >= ws-ctr-periodo
               add 1                     to ws-ctr-qtd-ja-faturados
               go to 2417-fim
          end-if
      *>  the first month due is the month of the inicio, or of the
      *>  inclusao for a contract registered after it began.
          compute ws-ctr-primeiro-mes = ctr-inicio / 100
          if   ctr-data-inclusao is numeric
               compute ws-ctr-mes-inclusao = ctr-data-inclusao / 100
               if   ws-ctr-mes-inclusao > ws-ctr-primeiro-mes
                    move ws-ctr-mes-inclusao to ws-ctr-primeiro-mes
               end-if
          end-if
          if   ws-ctr-primeiro-mes <= ws-ctr-per-anterior
               and ctr-ultimo-faturamento < ws-ctr-per-anterior
               add 1                     to ws-ctr-qtd-nao-faturados
               move zeros                to ws-ctr-data-trab
               move "mes anterior nao faturado" to ws-ctr-motivo
               perform 2423-linha-contrato
               go to 2417-fim
          end-if
          if   fs-clientes <> "00"
               or situacao = "I"
               add 1                     to ws-ctr-qtd-nao-faturados
               move zeros                to ws-ctr-data-trab
               if   fs-clientes <> "00"
                    move "cliente nao cadastrado" to ws-ctr-motivo
               else
                    move "cliente inativo"  to ws-ctr-motivo
               end-if
               perform 2423-linha-contrato
               go to 2417-fim
          end-if
          move ws-ctr-periodo           to ws-ctr-venc-aamm
          move ctr-dia-cobranca         to ws-ctr-venc-dia
          if   ws-ctr-venc-dia > ws-ctr-fim-dia
               move ws-ctr-fim-dia       to ws-ctr-venc-dia
          end-if
          move zeros                    to ws-ped-numero
          if   ctr-gera-pedido = "S"
               perform 2419-pedido-contrato
          end-if
          move ctr-cliente              to wtit-cliente
          move ws-ped-numero            to wtit-pedido
          move zeros                    to wtit-acordo
          move ws-ctr-vencimento        to wtit-vencimento
          move ctr-valor                to wtit-valor
          move 1                        to wtit-parcela
          move 1                        to wtit-qtd-parcelas
          perform 2179-inclui-titulo
          move "F"                      to ws-jrn-arquivo
          move "W"                      to ws-jrn-operacao
          perform 2185-grava-journal
          move ws-ctr-periodo           to ctr-ultimo-faturamento
          move wtit-numero              to ctr-ultimo-titulo
          move ws-ped-numero            to ctr-ultimo-pedido
          rewrite registro-contratos
          add 1                         to ws-ctr-qtd-faturados
          add ctr-valor                 to ws-ctr-total-faturado
          move wtit-vencimento          to ws-ctr-data-trab
          move spaces                   to ws-ctr-motivo
          if   ws-ped-numero = zeros
               string "titulo " wtit-numero
                      delimited by size into ws-ctr-motivo
          else
               string "titulo " wtit-numero " ped " ws-ped-numero
                      delimited by size into ws-ctr-motivo
          end-if
          perform 2423-linha-contrato.
       2417-fim.
          exit.
       2417-exit section.
       2417.
          exit.

      *>  ws-ctr-data-trab a year ahead; 29/02 becomes 28/02.
       2418-soma-ano-ctr section.
       2418.
          add 10000                     to ws-ctr-data-trab
          if   function test-date-yyyymmdd (ws-ctr-data-trab)
               <> zeros
               subtract 1                from ws-ctr-data-trab
          end-if.
       2418-exit section.
       2418.
          exit.

      *>  the pedido of the month: one item of the contract's
      *>  produto at the contract value, credited to the client's
      *>  rep as any pedido is.
       2419-pedido-contrato section.
       2419.
          perform 2170-proximo-numero-pedido
          move ws-ped-numero            to pit-numero
          move 1                        to pit-seq
          move ctr-produto              to pit-produto
          move 1                        to pit-qtde
          move ctr-valor                to pit-preco
          move ctr-valor                to pit-valor
          move zeros                    to pit-qtde-devolvida
          write registro-ped-item
          if   fs-ped-itens = "22"
               rewrite registro-ped-item
          end-if
          move pit-produto              to ws-mov-produto
          move "V"                      to ws-mov-tipo
          move -1                       to ws-mov-qtde
          move ws-ped-numero            to ws-mov-documento
          move "Venda - contrato"       to ws-mov-historico
          perform 2245-grava-movimento-estoque
          move ws-ped-numero            to ped-numero
          move ctr-cliente              to ped-codigo-cliente
          move ws-ctr-hoje              to ped-data
          accept ped-hora from time
          move ws-oper-login-logado     to ped-operador
          move "A"                      to ped-situacao
          move ctr-valor                to ped-total
          move zeros                    to ped-cond-pagamento
          move zeros                    to ped-vendedor
          if   cod-vendedor-cliente numeric
               move cod-vendedor-cliente to ped-vendedor
          end-if
          write registro-pedidos
          if   fs-pedidos = "22"
               rewrite registro-pedidos
          end-if
          initialize ws-ind-deltas
          move ped-data                 to ws-ind-data
          move 1                        to ws-ind-d-ped-qtd
          move ped-total                to ws-ind-d-ped-valor
          perform 2404-atualiza-indicador
          compute ws-ctl-prox-pedido = ws-ped-numero + 1
          perform 2123-grava-controle
          add 1                         to ws-ctr-qtd-pedidos.
       2419-exit section.
       2419.
          exit.

      *>  the two warning lists, into the report already open:
      *>  contracts ending up to 60 days after the month, and
      *>  contracts whose reajuste falls due by the end of it.
       2420-avisos-contratos section.
       2420.
          move spaces                   to ctr-tit-texto
          move ws-ctr-limite-fim        to ws-ctr-data-trab
          perform 2427-formata-data-ctr
          string "CONTRATOS ENCERRANDO ATE " ws-ctr-data-edit
                 delimited by size into ctr-tit-texto
          perform 2424-titulo-secao-ctr
          initialize registro-contratos
          start contratos key is not less ctr-chave
              invalid key continue
          end-start
          if   fs-contratos = "00"
               read contratos next
               perform until fs-contratos <> "00"
                  if   ctr-situacao <> "E"
                       and ctr-fim <> zeros
                       and ctr-fim >= ws-ctr-ini-mes
                       and ctr-fim <= ws-ctr-limite-fim
                       move ctr-cliente   to codigo
                       read clientes
                       if   fs-clientes <> "00"
                            move spaces    to nome
                       end-if
                       add 1              to ws-ctr-qtd-encerrando
                       move ctr-fim       to ws-ctr-data-trab
                       move spaces        to ws-ctr-motivo
                       if   ctr-situacao = "S"
                            move "suspenso" to ws-ctr-motivo
                       end-if
                       perform 2423-linha-contrato
                  end-if
                  read contratos next
               end-perform
          end-if
          move spaces                   to ctr-tit-texto
          move ws-ctr-fim-mes           to ws-ctr-data-trab
          perform 2427-formata-data-ctr
          string "REAJUSTE DEVIDO ATE " ws-ctr-data-edit
                 delimited by size into ctr-tit-texto
          perform 2424-titulo-secao-ctr
          initialize registro-contratos
          start contratos key is not less ctr-chave
              invalid key continue
          end-start
          if   fs-contratos = "00"
               read contratos next
               perform until fs-contratos <> "00"
                  if   ctr-situacao <> "E"
                       and ctr-data-reajuste <> zeros
                       and ctr-data-reajuste <= ws-ctr-fim-mes
                       move ctr-cliente   to codigo
                       read clientes
                       if   fs-clientes <> "00"
                            move spaces    to nome
                       end-if
                       add 1              to ws-ctr-qtd-reajuste
                       move ctr-data-reajuste to ws-ctr-data-trab
                       move spaces        to ws-ctr-motivo
                       string "indice " ctr-indice
                              delimited by size into ws-ctr-motivo
                       perform 2423-linha-contrato
                  end-if
                  read contratos next
               end-perform
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Encerrando no periodo"  to ver-total-label
          move ws-ctr-qtd-encerrando    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Reajuste devido"        to ver-total-label
          move ws-ctr-qtd-reajuste      to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro.
       2420-exit section.
       2420.
          exit.

       2421-cab-contratos section.
       2421.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move spaces                   to cab-periodo-ctr
          string ws-ctr-periodo (5:2) "/" ws-ctr-periodo (1:4)
                 delimited by size into cab-periodo-ctr
          move ws-ctr-hoje              to ws-ctr-data-trab
          perform 2427-formata-data-ctr
          move ws-ctr-data-edit         to cab-data-ctr
          move ws-num-pagina            to cab-pagina-ctr
          move linha-cab-contratos      to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2421-exit section.
       2421.
          exit.

      *>  the reajuste of one contract: the percentage of the
      *>  contract's indice over the year, keyed by the supervisor.
      *>  the next reajuste moves a year on.
       2422-aplica-reajuste section.
       2422.
          display erase
          display "Aplicar Reajuste de Contrato" at 0430
          display "Cliente            : " at 0605
          move zeros                    to ws-ctr-cliente
          accept ws-ctr-cliente           at 0627
          if   ws-ctr-cliente = zeros
               go to 2422-fim
          end-if
          display "Contrato           : " at 0705
          move zeros                    to ws-ctr-seq
          accept ws-ctr-seq               at 0727
          move ws-ctr-cliente           to ctr-cliente
          move ws-ctr-seq               to ctr-seq
          read contratos
          if   fs-contratos <> "00"
               display "Contrato nao cadastrado" at 1905
               accept ws-teclas
               go to 2422-fim
          end-if
          if   ctr-situacao = "E"
               display "Contrato encerrado" at 1905
               accept ws-teclas
               go to 2422-fim
          end-if
          accept ws-ctr-hoje from date yyyymmdd
          display ctr-descricao           at 0735
          display "Valor atual        : " at 0905
          move ctr-valor                to ws-valor-edit
          display ws-valor-edit           at 0927
          display "Indice             : " at 1005
          display ctr-indice              at 1027
          display "Reajuste devido em : " at 1105
          move ctr-data-reajuste        to ws-ctr-data-trab
          perform 2427-formata-data-ctr
          display ws-ctr-data-edit        at 1127
          if   ctr-data-reajuste > ws-ctr-hoje
               display "Reajuste ainda nao devido - aplica [S/N]: "
                       at 1305
               accept opcao                 at 1348
               if   function upper-case(opcao) <> "S"
                    go to 2422-fim
               end-if
          end-if
          display "Percentual (%)     : " at 1405
          move zeros                    to ws-ctr-pct-reajuste
          accept ws-ctr-pct-reajuste      at 1427
          if   ws-ctr-pct-reajuste = zeros
               go to 2422-fim
          end-if
          move ctr-valor                to ws-ctr-valor-anterior
          compute ws-ctr-valor-novo rounded =
                  ctr-valor * (1 + ws-ctr-pct-reajuste / 100)
          display "Novo valor         : " at 1505
          move ws-ctr-valor-novo        to ws-valor-edit
          display ws-valor-edit           at 1527
          display "Confirma [S/N]: " at 1705
          accept opcao                    at 1721
          if   function upper-case(opcao) <> "S"
               go to 2422-fim
          end-if
          move ws-ctr-valor-novo        to ctr-valor
          if   ctr-data-reajuste = zeros
               move ws-ctr-hoje          to ws-ctr-data-trab
          else
               move ctr-data-reajuste    to ws-ctr-data-trab
          end-if
          perform 2418-soma-ano-ctr
          move ws-ctr-data-trab         to ctr-data-reajuste
          rewrite registro-contratos
          move ctr-cliente              to aud-codigo
          move ws-oper-login-logado     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "REAJUSTE CONTRATO"      to aud-campo
          move spaces                   to aud-valor-anterior
          move ws-ctr-valor-anterior    to ws-valor-edit
          string "seq " ctr-seq " valor " ws-valor-edit
                 delimited by size into aud-valor-anterior
          move spaces                   to aud-valor-novo
          move ctr-valor                to ws-valor-edit
          move ws-ctr-pct-reajuste      to ws-pct-edit
          string "valor " ws-valor-edit " " ctr-indice " "
                 ws-pct-edit "% prox " ctr-data-reajuste
                 delimited by size into aud-valor-novo
          perform 2219-grava-registro-auditoria
          display "Reajuste aplicado" at 1905
          accept ws-teclas.
       2422-fim.
          exit.
       2422-exit section.
       2422.
          exit.

      *>  detail of registro-contratos with the client in
      *>  registro-clientes, ws-ctr-data-trab and ws-ctr-motivo.
       2423-linha-contrato section.
       2423.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2421-cab-contratos
               move linha-cab-ctr-labels  to relatorio-registro
               write relatorio-registro
               add 1                     to ws-linhas-pagina
          end-if
          move ctr-cliente              to ctd-cliente
          move ctr-seq                  to ctd-seq
          move nome (1:25)              to ctd-nome
          move ctr-descricao (1:25)     to ctd-descricao
          move ctr-valor                to ctd-valor
          move spaces                   to ctd-data
          if   ws-ctr-data-trab <> zeros
               perform 2427-formata-data-ctr
               move ws-ctr-data-edit     to ctd-data
          end-if
          move ws-ctr-motivo            to ctd-obs
          move linha-ctr-det            to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina.
       2423-exit section.
       2423.
          exit.

      *>  a section title in ctr-tit-texto and the column labels.
       2424-titulo-secao-ctr section.
       2424.
          if   ws-linhas-pagina + 4 >= ws-max-linhas-pagina
               perform 2421-cab-contratos
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move linha-ctr-titulo         to relatorio-registro
          write relatorio-registro
          move linha-cab-ctr-labels     to relatorio-registro
          write relatorio-registro
          add 3                         to ws-linhas-pagina.
       2424-exit section.
       2424.
          exit.

       2425-resumo-contratos section.
       2425.
          display "Contratos faturados  : " at 0805
          display ws-ctr-qtd-faturados    at 0829
          display "Pedidos gerados      : " at 0905
          display ws-ctr-qtd-pedidos      at 0929
          display "Ja faturados no mes  : " at 1005
          display ws-ctr-qtd-ja-faturados at 1029
          display "Nao faturados        : " at 1105
          display ws-ctr-qtd-nao-faturados at 1129
          display "Encerrados pelo fim  : " at 1205
          display ws-ctr-qtd-encerrados   at 1229
          display "Valor faturado       : " at 1305
          move ws-ctr-total-faturado    to ws-valor-edit
          display ws-valor-edit           at 1329
          display "Encerrando / reajuste: " at 1405
          display ws-ctr-qtd-encerrando   at 1429
          display ws-ctr-qtd-reajuste     at 1437.
       2425-exit section.
       2425.
          exit.

      *>  every change of a contract goes to the auditoria under
      *>  the client, with the situacao it had in ws-ctr-motivo.
       2426-audita-contrato section.
       2426.
          move ctr-cliente              to aud-codigo
          move ws-oper-login-logado     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "CONTRATO"               to aud-campo
          move spaces                   to aud-valor-anterior
          if   ws-ctr-motivo <> spaces
               move ws-ctr-valor-anterior to ws-valor-edit
               if   opcao <> "A"
                    move ctr-valor        to ws-valor-edit
               end-if
               string "seq " ctr-seq " sit " ws-ctr-motivo (1:1)
                      " valor " ws-valor-edit
                      delimited by size into aud-valor-anterior
          end-if
          move spaces                   to aud-valor-novo
          move ctr-valor                to ws-valor-edit
          string "seq " ctr-seq " sit " ctr-situacao
                 " valor " ws-valor-edit " dia " ctr-dia-cobranca
                 delimited by size into aud-valor-novo
          perform 2219-grava-registro-auditoria.
       2426-exit section.
       2426.
          exit.

       2427-formata-data-ctr section.
       2427.
          move spaces                   to ws-ctr-data-edit
          string ws-ctr-data-trab (7:2) "/" ws-ctr-data-trab (5:2) "/"
                 ws-ctr-data-trab (1:4) delimited by size
                 into ws-ctr-data-edit.
       2427-exit section.
       2427.
          exit.

      *>===================================================================================
      *>  tabela de precos: the price history of the produtos, the
      *>  reajuste em massa and the evolucao report.
       2428-menu-precos section.
       2428.
          display erase
          display "Tabela de Precos" at 0130
          display "(1) Reajuste em Massa         " at 0305
          display "(2) Evolucao de Precos        " at 0405
          display "(3) Historico do Produto      " at 0505
          display "(0) Voltar                    " at 0605
          display "( ) Opcao" at 0705
          move zeros                    to ws-opcao-precos
          accept ws-opcao-precos          at 0706
          with update auto-skip
          evaluate ws-opcao-precos
              when 1
                  perform 2431-tela-reajuste-precos
              when 2
                  perform 2436-evolucao-precos
              when 3
                  perform 2439-historico-produto
              when other
                  continue
          end-evaluate.
       2428-exit section.
       2428.
          exit.

      *>  the price of ws-prc-produto valid on ws-prc-data: the last
      *>  history record with vigencia up to that date.  a produto
      *>  with no history keeps prd-preco, which the caller has
      *>  just read.
       2429-preco-vigente section.
       2429.
          move prd-preco                to ws-prc-vigente
          move zeros                    to ws-prc-vig-data
          move "N"                      to ws-flag-prc-historico
          move ws-prc-produto           to prc-produto
          move zeros                    to prc-vigencia
          start precos-historico key is not less prc-chave
              invalid key continue
          end-start
          if   fs-precos = "00"
               read precos-historico next
               perform until fs-precos <> "00"
                          or prc-produto <> ws-prc-produto
                  set  prc-tem-historico  to true
                  if   prc-vigencia <= ws-prc-data
                       move prc-preco     to ws-prc-vigente
                       move prc-vigencia  to ws-prc-vig-data
                  end-if
                  read precos-historico next
               end-perform
          end-if.
       2429-exit section.
       2429.
          exit.

      *>  records ws-prc-novo from ws-prc-vigencia.  the first
      *>  change of a produto with no history also keeps the price
      *>  it had until then (ws-prc-anterior) under vigencia zero.
       2430-grava-preco section.
       2430.
          accept ws-prc-hoje from date yyyymmdd
          move ws-prc-produto           to prc-produto
          move zeros                    to prc-vigencia
          start precos-historico key is not less prc-chave
              invalid key continue
          end-start
          if   fs-precos = "00"
               read precos-historico next
          end-if
          if   (fs-precos <> "00"
                or prc-produto <> ws-prc-produto)
               and ws-prc-origem <> "I"
               and ws-prc-vigencia > zeros
               initialize registro-precos
               move ws-prc-produto       to prc-produto
               move zeros                to prc-vigencia
               move ws-prc-anterior      to prc-preco
               move "B"                  to prc-origem
               move ws-prc-hoje          to prc-data
               accept prc-hora from time
               move ws-oper-login-logado to prc-operador
               write registro-precos
          end-if
          initialize registro-precos
          move ws-prc-produto           to prc-produto
          move ws-prc-vigencia          to prc-vigencia
          move ws-prc-novo              to prc-preco
          move ws-prc-anterior          to prc-preco-anterior
          move ws-prc-pct               to prc-percentual
          move ws-prc-origem            to prc-origem
          move ws-prc-hoje              to prc-data
          accept prc-hora from time
          move ws-oper-login-logado     to prc-operador
          write registro-precos
          if   fs-precos = "22"
               rewrite registro-precos
          end-if.
       2430-exit section.
       2430.
          exit.

       2431-tela-reajuste-precos section.
       2431.
          display erase
          display "Reajuste de Precos em Massa" at 0430
          display "Percentual (- reduz)   : " at 0605
          display "Produto inicial        : " at 0705
          display "Produto final (0=todos): " at 0805
          display "Situacao (A/I/T)       : " at 0905
          display "Vigencia (0=hoje)      : " at 1005
          move zeros                    to ws-rjp-pct
          accept ws-rjp-pct               at 0630
          move zeros                    to ws-rjp-prd-ini
          accept ws-rjp-prd-ini           at 0730
          move zeros                    to ws-rjp-prd-fim
          accept ws-rjp-prd-fim           at 0830
          move "A"                      to ws-rjp-situacao
          accept ws-rjp-situacao          at 0930
          move zeros                    to ws-rjp-vigencia
          accept ws-rjp-vigencia          at 1030
          perform 2432-valida-reajuste
          if   not rjp-parametros-ok
               display ws-rjp-recusa      at 1905
               accept ws-teclas
               go to 2431-fim
          end-if
          move "N"                      to ws-flag-rjp-aplica
          perform 2433-executa-reajuste
          display "Previa - produtos      : " at 1205
          display ws-rjp-qtd              at 1230
          display "Nao reajustaveis       : " at 1305
          display ws-rjp-qtd-recusados    at 1330
          perform 2051-dialogo-impressao
          if   ws-rjp-qtd = zeros
               go to 2431-fim
          end-if
          if   not operador-supervisor
               display "Aplicacao restrita ao supervisor" at 2105
               accept ws-teclas
               go to 2431-fim
          end-if
          display "Aplicar o reajuste [S/N]: " at 2105
          accept opcao                    at 2132
          if   function upper-case(opcao) <> "S"
               go to 2431-fim
          end-if
          set  rjp-aplica               to true
          perform 2433-executa-reajuste
          display "Reajuste aplicado - produtos: " at 2205
          display ws-rjp-qtd              at 2236
          perform 2051-dialogo-impressao.
       2431-fim.
          exit.
       2431-exit section.
       2431.
          exit.

      *>  the parameters of the reajuste; what is wrong comes back
      *>  in ws-rjp-recusa.
       2432-valida-reajuste section.
       2432.
          move "N"                      to ws-flag-rjp-ok
          move spaces                   to ws-rjp-recusa
          accept ws-prc-hoje from date yyyymmdd
          if   ws-rjp-prd-fim = zeros
               move 9999                 to ws-rjp-prd-fim
          end-if
          move function upper-case(ws-rjp-situacao)
                                        to ws-rjp-situacao
          if   ws-rjp-situacao = spaces
               move "A"                  to ws-rjp-situacao
          end-if
          if   ws-rjp-vigencia = zeros
               move ws-prc-hoje          to ws-rjp-vigencia
          end-if
          if   ws-rjp-pct = zeros or ws-rjp-pct <= -100
               move "Percentual invalido" to ws-rjp-recusa
               go to 2432-fim
          end-if
          if   ws-rjp-prd-ini > ws-rjp-prd-fim
               move "Faixa de produtos invalida" to ws-rjp-recusa
               go to 2432-fim
          end-if
          if   ws-rjp-situacao <> "A" and <> "I" and <> "T"
               move "Situacao invalida (A/I/T)" to ws-rjp-recusa
               go to 2432-fim
          end-if
          if   function test-date-yyyymmdd (ws-rjp-vigencia) <> zeros
               or ws-rjp-vigencia < ws-prc-hoje
               move "Vigencia invalida ou passada" to ws-rjp-recusa
               go to 2432-fim
          end-if
          compute ws-rjp-dia-anterior = function date-of-integer
                  (function integer-of-date (ws-rjp-vigencia) - 1)
          set  rjp-parametros-ok        to true.
       2432-fim.
          exit.
       2432-exit section.
       2432.
          exit.

      *>  one pass over the produtos of the range: the previa only
      *>  reports, rjp-aplica also records the new prices.
       2433-executa-reajuste section.
       2433.
          move zeros                    to ws-rjp-qtd
          move zeros                    to ws-rjp-qtd-recusados
          move zeros                    to ws-rjp-total-base
          move zeros                    to ws-rjp-total-novo
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          if   rjp-aplica
               move "Reajuste de Precos - APLICADO" to cab-titulo-prc
          else
               move "Reajuste de Precos - PREVIA"   to cab-titulo-prc
          end-if
          move ws-rjp-pct               to ws-prc-pct-edit
          move ws-rjp-vigencia          to ws-prc-data-trab
          perform 2442-formata-data-prc
          move spaces                   to cab-param-prc
          string "Percentual " ws-prc-pct-edit "%  produtos "
                 ws-rjp-prd-ini " a " ws-rjp-prd-fim
                 "  situacao " ws-rjp-situacao
                 "  vigencia " ws-prc-data-edit
                 delimited by size into cab-param-prc
          move linha-cab-rjp-labels     to ws-prc-linha-labels
          perform 2434-cab-precos
          initialize registro-produtos
          move ws-rjp-prd-ini           to prd-codigo
          start produtos key is not less prd-codigo
              invalid key continue
          end-start
          if   fs-produtos = "00"
               read produtos next
               perform until fs-produtos <> "00"
                          or prd-codigo > ws-rjp-prd-fim
                  if   ws-rjp-situacao = "T"
                       or prd-situacao = ws-rjp-situacao
                       perform 2435-reajusta-produto
                  end-if
                  read produtos next
               end-perform
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Produtos reajustados"   to ver-total-label
          move ws-rjp-qtd               to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Produtos sem reajuste"  to ver-total-label
          move ws-rjp-qtd-recusados     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move ws-rjp-total-base        to ws-valor-edit
          move spaces                   to relatorio-registro
          string "Soma dos precos base : " ws-valor-edit
                 delimited by size into relatorio-registro
          write relatorio-registro
          move ws-rjp-total-novo        to ws-valor-edit
          move spaces                   to relatorio-registro
          string "Soma dos novos precos: " ws-valor-edit
                 delimited by size into relatorio-registro
          write relatorio-registro
          close relatorio.
       2433-exit section.
       2433.
          exit.

       2434-cab-precos section.
       2434.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-prc-hoje              to ws-prc-data-trab
          perform 2442-formata-data-prc
          move ws-prc-data-edit         to cab-data-prc
          move ws-num-pagina            to cab-pagina-prc
          move linha-cab-precos         to relatorio-registro
          write relatorio-registro
          move linha-cab-prc-param      to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro
          move ws-prc-linha-labels      to relatorio-registro
          write relatorio-registro
          add 4                         to ws-linhas-pagina.
       2434-exit section.
       2434.
          exit.

      *>  the produto in registro-produtos.  the base is its price
      *>  on the day before the vigencia; a vigencia of today or
      *>  before also moves prd-preco, a later one waits for the
      *>  fechamento of its day (2440).
       2435-reajusta-produto section.
       2435.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2434-cab-precos
          end-if
          move prd-codigo               to ws-prc-produto
          move ws-rjp-dia-anterior      to ws-prc-data
          perform 2429-preco-vigente
          move ws-prc-vigente           to ws-rjp-base
          move zeros                    to ws-rjp-novo
          move spaces                   to rjp-obs
          if   ws-rjp-base > zeros
               compute ws-rjp-novo rounded =
                       ws-rjp-base * (1 + ws-rjp-pct / 100)
                   on size error move zeros to ws-rjp-novo
               end-compute
          end-if
          if   ws-rjp-novo = zeros
               add 1                     to ws-rjp-qtd-recusados
               if   ws-rjp-base = zeros
                    move "sem preco - nao reajustado" to rjp-obs
               else
                    move "preco resultante invalido"  to rjp-obs
               end-if
          else
               add 1                     to ws-rjp-qtd
               add ws-rjp-base           to ws-rjp-total-base
               add ws-rjp-novo           to ws-rjp-total-novo
               if   rjp-aplica
                    move prd-codigo       to ws-prc-produto
                    move ws-rjp-vigencia  to ws-prc-vigencia
                    move ws-rjp-novo      to ws-prc-novo
                    move ws-rjp-base      to ws-prc-anterior
                    move ws-rjp-pct       to ws-prc-pct
                    move "R"              to ws-prc-origem
                    perform 2430-grava-preco
                    if   ws-rjp-vigencia <= ws-prc-hoje
                         move ws-rjp-novo  to prd-preco
                         rewrite registro-produtos
                         move "aplicado"   to rjp-obs
                    else
                         move "agendado"   to rjp-obs
                    end-if
               end-if
          end-if
          move prd-codigo               to rjp-codigo
          move prd-nome                 to rjp-nome
          move prd-situacao             to rjp-situacao
          move ws-rjp-base              to rjp-base
          move ws-rjp-novo              to rjp-novo
          compute rjp-diferenca = ws-rjp-novo - ws-rjp-base
          move linha-rjp-det            to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina.
       2435-exit section.
       2435.
          exit.

      *>  per produto: the price at the start of the period, each
      *>  change inside it and the variation over the period.
       2436-evolucao-precos section.
       2436.
          display erase
          display "Evolucao de Precos" at 0430
          display "Data inicial (aaaammdd): " at 0605
          display "Data final (0=hoje)    : " at 0705
          display "Produto inicial        : " at 0805
          display "Produto final (0=todos): " at 0905
          move zeros                    to ws-evp-ini
          accept ws-evp-ini               at 0630
          move zeros                    to ws-evp-fim
          accept ws-evp-fim               at 0730
          move zeros                    to ws-evp-prd-ini
          accept ws-evp-prd-ini           at 0830
          move zeros                    to ws-evp-prd-fim
          accept ws-evp-prd-fim           at 0930
          accept ws-prc-hoje from date yyyymmdd
          if   ws-evp-fim = zeros
               move ws-prc-hoje          to ws-evp-fim
          end-if
          if   ws-evp-prd-fim = zeros
               move 9999                 to ws-evp-prd-fim
          end-if
          if   function test-date-yyyymmdd (ws-evp-ini) <> zeros
               or function test-date-yyyymmdd (ws-evp-fim) <> zeros
               or ws-evp-ini > ws-evp-fim
               or ws-evp-prd-ini > ws-evp-prd-fim
               display "Periodo ou faixa de produtos invalida"
                       at 1905
               accept ws-teclas
               go to 2436-fim
          end-if
          move zeros                    to ws-evp-qtd-produtos
          move zeros                    to ws-evp-qtd-alteracoes
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          move "Evolucao de Precos"     to cab-titulo-prc
          move spaces                   to cab-param-prc
          move ws-evp-ini               to ws-prc-data-trab
          perform 2442-formata-data-prc
          move ws-prc-data-edit         to ws-prc-data-edit-ini
          move ws-evp-fim               to ws-prc-data-trab
          perform 2442-formata-data-prc
          string "Periodo " ws-prc-data-edit-ini " a " ws-prc-data-edit
                 "  produtos " ws-evp-prd-ini " a " ws-evp-prd-fim
                 delimited by size into cab-param-prc
          move linha-cab-evp-labels     to ws-prc-linha-labels
          perform 2434-cab-precos
          initialize registro-produtos
          move ws-evp-prd-ini           to prd-codigo
          start produtos key is not less prd-codigo
              invalid key continue
          end-start
          if   fs-produtos = "00"
               read produtos next
               perform until fs-produtos <> "00"
                          or prd-codigo > ws-evp-prd-fim
                  perform 2437-evolucao-produto
                  read produtos next
               end-perform
          end-if
          move "Produtos"               to ver-total-label
          move ws-evp-qtd-produtos      to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Alteracoes no periodo"  to ver-total-label
          move ws-evp-qtd-alteracoes    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio
          display "Produtos               : " at 1105
          display ws-evp-qtd-produtos     at 1130
          display "Alteracoes no periodo  : " at 1205
          display ws-evp-qtd-alteracoes   at 1230
          perform 2051-dialogo-impressao.
       2436-fim.
          exit.
       2436-exit section.
       2436.
          exit.

      *>  the produto in registro-produtos; a string of the changes
      *>  of its history between ws-evp-ini (exclusive) and
      *>  ws-evp-fim.
       2437-evolucao-produto section.
       2437.
          add 1                         to ws-evp-qtd-produtos
          move prd-codigo               to ws-prc-produto
          move ws-evp-ini               to ws-prc-data
          perform 2429-preco-vigente
          move ws-prc-vigente           to ws-evp-preco-ini
          move ws-prc-vigente           to ws-evp-preco-ant
          move zeros                    to ws-evp-qtd-prd-alt
          move prd-codigo               to evp-codigo
          move prd-nome                 to evp-nome
          move ws-evp-ini               to ws-prc-data-trab
          perform 2442-formata-data-prc
          move ws-prc-data-edit         to evp-vigencia
          move ws-evp-preco-ini         to evp-preco
          move zeros                    to evp-anterior
          move spaces                   to evp-var
          move "inicio"                 to evp-origem
          move spaces                   to evp-operador
          perform 2438-linha-evolucao
          move ws-prc-produto           to prc-produto
          compute prc-vigencia = ws-evp-ini + 1
          start precos-historico key is not less prc-chave
              invalid key continue
          end-start
          if   fs-precos = "00"
               read precos-historico next
               perform until fs-precos <> "00"
                          or prc-produto <> ws-prc-produto
                          or prc-vigencia > ws-evp-fim
                  add 1                  to ws-evp-qtd-alteracoes
                  add 1                  to ws-evp-qtd-prd-alt
                  move prc-vigencia      to ws-prc-data-trab
                  perform 2442-formata-data-prc
                  move ws-prc-data-edit  to evp-vigencia
                  move prc-preco         to evp-preco
                  move ws-evp-preco-ant  to evp-anterior
                  move ws-evp-preco-ant  to ws-prc-anterior
                  move prc-preco         to ws-prc-novo
                  perform 2443-variacao-preco
                  move prc-origem        to ws-prc-origem
                  perform 2441-origem-preco
                  move ws-prc-origem-texto to evp-origem
                  move prc-operador      to evp-operador
                  perform 2438-linha-evolucao
                  move prc-preco         to ws-evp-preco-ant
                  read precos-historico next
               end-perform
          end-if
          if   ws-evp-qtd-prd-alt > zeros
               move ws-evp-fim           to ws-prc-data-trab
               perform 2442-formata-data-prc
               move ws-prc-data-edit     to evp-vigencia
               move ws-evp-preco-ant     to evp-preco
               move ws-evp-preco-ini     to evp-anterior
               move ws-evp-preco-ini     to ws-prc-anterior
               move ws-evp-preco-ant     to ws-prc-novo
               perform 2443-variacao-preco
               move "no periodo"         to evp-origem
               move spaces               to evp-operador
               perform 2438-linha-evolucao
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina.
       2437-exit section.
       2437.
          exit.

       2438-linha-evolucao section.
       2438.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2434-cab-precos
          end-if
          move linha-evp-det            to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina.
       2438-exit section.
       2438.
          exit.

      *>  the history of one produto on the screen, a page at a
      *>  time.
       2439-historico-produto section.
       2439.
          display erase
          display "Historico de Precos" at 0430
          display "Produto            : " at 0605
          move zeros                    to wcod-produto
          accept wcod-produto             at 0627
          if   wcod-produto = zeros
               go to 2439-fim
          end-if
          move wcod-produto             to prd-codigo
          read produtos
          if   fs-produtos <> "00"
               display "Produto nao cadastrado" at 1905
               accept ws-teclas
               go to 2439-fim
          end-if
          display prd-nome (1:30)         at 0634
          display "Preco atual        : " at 0705
          move prd-preco                to ws-prc-preco-edit
          display ws-prc-preco-edit       at 0727
          display "Vigencia        Preco    Anterior" at 0905
          display "Var %" at 0945
          display "Origem     Operador" at 0951
          move 10                       to ws-prc-lin
          move wcod-produto             to prc-produto
          move zeros                    to prc-vigencia
          start precos-historico key is not less prc-chave
              invalid key continue
          end-start
          if   fs-precos = "00"
               read precos-historico next
               perform until fs-precos <> "00"
                          or prc-produto <> wcod-produto
                  if   ws-prc-lin > 21
                       display "Tecle algo para continuar" at 2305
                       accept ws-teclas
                       display erase
                       display "Vigencia        Preco    Anterior"
                               at 0905
                       display "Var %" at 0945
                       display "Origem     Operador" at 0951
                       move 10            to ws-prc-lin
                  end-if
                  compute ws-prc-at = ws-prc-lin * 100 + 05
                  if   prc-vigencia = zeros
                       display "anterior" at ws-prc-at
                  else
                       move prc-vigencia  to ws-prc-data-trab
                       perform 2442-formata-data-prc
                       display ws-prc-data-edit at ws-prc-at
                  end-if
                  move prc-preco         to ws-prc-preco-edit
                  compute ws-prc-at = ws-prc-lin * 100 + 17
                  display ws-prc-preco-edit at ws-prc-at
                  move prc-preco-anterior to ws-prc-preco-edit
                  compute ws-prc-at = ws-prc-lin * 100 + 29
                  display ws-prc-preco-edit at ws-prc-at
                  move prc-percentual    to ws-prc-pct-edit
                  compute ws-prc-at = ws-prc-lin * 100 + 41
                  display ws-prc-pct-edit at ws-prc-at
                  move prc-origem        to ws-prc-origem
                  perform 2441-origem-preco
                  compute ws-prc-at = ws-prc-lin * 100 + 51
                  display ws-prc-origem-texto at ws-prc-at
                  compute ws-prc-at = ws-prc-lin * 100 + 62
                  display prc-operador (1:18) at ws-prc-at
                  add 1                  to ws-prc-lin
                  read precos-historico next
               end-perform
          end-if
          if   ws-prc-lin = 10
               display "(sem historico)" at 1005
          end-if
          display "Tecle algo para voltar" at 2305
          accept ws-teclas.
       2439-fim.
          exit.
       2439-exit section.
       2439.
          exit.

      *>  prd-preco follows the history: a price recorded with a
      *>  vigencia ahead becomes the produto's price on its day.
      *>  run by the fechamento.
       2440-sincroniza-precos section.
       2440.
          accept ws-prc-hoje from date yyyymmdd
          move zeros                    to ws-rjp-qtd
          initialize registro-produtos
          start produtos key is not less prd-codigo
              invalid key continue
          end-start
          if   fs-produtos = "00"
               read produtos next
               perform until fs-produtos <> "00"
                  move prd-codigo        to ws-prc-produto
                  move ws-prc-hoje       to ws-prc-data
                  perform 2429-preco-vigente
                  if   prc-tem-historico
                       and ws-prc-vigente <> prd-preco
                       move ws-prc-vigente to prd-preco
                       rewrite registro-produtos
                       add 1              to ws-rjp-qtd
                  end-if
                  read produtos next
               end-perform
          end-if.
       2440-exit section.
       2440.
          exit.

       2441-origem-preco section.
       2441.
          evaluate ws-prc-origem
              when "B"
                   move "anterior"       to ws-prc-origem-texto
              when "I"
                   move "inclusao"       to ws-prc-origem-texto
              when "C"
                   move "cadastro"       to ws-prc-origem-texto
              when "R"
                   move "reajuste"       to ws-prc-origem-texto
              when other
                   move spaces           to ws-prc-origem-texto
          end-evaluate.
       2441-exit section.
       2441.
          exit.

       2442-formata-data-prc section.
       2442.
          move spaces                   to ws-prc-data-edit
          string ws-prc-data-trab (7:2) "/" ws-prc-data-trab (5:2) "/"
                 ws-prc-data-trab (1:4) delimited by size
                 into ws-prc-data-edit.
       2442-exit section.
       2442.
          exit.

      *>  evp-var from ws-prc-anterior to ws-prc-novo.
       2443-variacao-preco section.
       2443.
          move spaces                   to evp-var
          if   ws-prc-anterior > zeros
               compute ws-prc-pct rounded =
                       (ws-prc-novo - ws-prc-anterior) * 100
                     / ws-prc-anterior
                   on size error move zeros to ws-prc-pct
               end-compute
               move ws-prc-pct           to ws-prc-pct-edit
               move ws-prc-pct-edit      to evp-var
          end-if.
       2443-exit section.
       2443.
          exit.

      *>===================================================================================
      *>  extrato de conta of one client: the period on the screen,
      *>  the statement in reports/ through the print dialog, and
      *>  by e-mail to the preferred address when the client has
      *>  the "E" consent.
       2444-extrato-cliente section.
       2444.
          display erase
          display "Extrato de Conta do Cliente" at 0427
          display "Cliente            : " at 0605
          move zeros                    to ws-ext-cliente
          accept ws-ext-cliente           at 0627
          if   ws-ext-cliente = zeros
               go to 2444-fim
          end-if
          move ws-ext-cliente           to codigo
          read clientes
          if   fs-clientes <> "00"
               display "Cliente nao cadastrado" at 1905
               accept ws-teclas
               go to 2444-fim
          end-if
          display nome (1:40)             at 0636
          display "Data inicial (0=mes)   : " at 0705
          display "Data final (0=hoje)    : " at 0805
          move zeros                    to ws-ext-ini
          accept ws-ext-ini               at 0730
          move zeros                    to ws-ext-fim
          accept ws-ext-fim               at 0830
          accept ws-ext-hoje from date yyyymmdd
          if   ws-ext-ini = zeros
               move ws-ext-hoje          to ws-ext-ini
               move 01                   to ws-ext-ini-dia
          end-if
          if   ws-ext-fim = zeros
               move ws-ext-hoje          to ws-ext-fim
          end-if
          perform 2445-valida-periodo-ext
          if   not ext-periodo-ok
               display "Periodo invalido" at 1905
               accept ws-teclas
               go to 2444-fim
          end-if

          perform 2446-monta-extrato
          perform 2007-monta-label-rel
          open output relatorio
          move "S"                      to ws-flag-ext-relatorio
          move "N"                      to ws-flag-ext-email
          perform 2451-emite-extrato
          close relatorio

          display "Saldo anterior     : " at 1005
          move ws-ext-saldo-anterior    to ws-ext-saldo-edit
          display ws-ext-saldo-edit       at 1027
          display "Debitos            : " at 1105
          move ws-ext-total-debito      to ws-ext-valor-edit
          display ws-ext-valor-edit       at 1128
          display "Creditos           : " at 1205
          move ws-ext-total-credito     to ws-ext-valor-edit
          display ws-ext-valor-edit       at 1228
          display "Saldo final        : " at 1305
          move ws-ext-saldo-final       to ws-ext-saldo-edit
          display ws-ext-saldo-edit       at 1327
          display "Vencido em aberto  : " at 1405
          move ws-ext-total-vencido     to ws-ext-valor-edit
          display ws-ext-valor-edit       at 1428
          if   ws-ext-qtd-vencidos > zeros
               display ws-ext-qtd-vencidos at 1442
               display "titulo(s) vencido(s)" at 1448
          end-if

          move "E"                      to ws-cns-canal
          perform 2242-consentimento-canal
          perform 2141-contatos-preferidos
          if   ws-flag-consentido = "S"
               and ws-email-preferido <> spaces
               display "Enviar por e-mail [S/N]: " at 1605
               display ws-email-preferido (1:40) at 1640
               move "N"                   to opcao
               accept opcao                 at 1630
               if   function upper-case(opcao) = "S"
                    call "CBL_CREATE_DIR" using ws-pasta-mail
                    perform 2456-email-extrato
                    if   ext-email-enviado
                         display "Extrato enviado por e-mail" at 1705
                    else
                         display "Falha no envio do e-mail" at 1705
                    end-if
               end-if
          else
               display "Sem e-mail preferido ou consentimento"
                       at 1605
          end-if
          perform 2051-dialogo-impressao.
       2444-fim.
          exit.
       2444-exit section.
       2444.
          exit.

      *>  ws-ext-ini and ws-ext-fim a valid period starting no later
      *>  than today.
       2445-valida-periodo-ext section.
       2445.
          move "N"                      to ws-flag-ext-ok
          if   function test-date-yyyymmdd (ws-ext-ini) <> zeros
               or function test-date-yyyymmdd (ws-ext-fim) <> zeros
               or ws-ext-ini > ws-ext-fim
               or ws-ext-ini > ws-ext-hoje
               go to 2445-fim
          end-if
          set  ext-periodo-ok           to true.
       2445-fim.
          exit.
       2445-exit section.
       2445.
          exit.

      *>  the statement of ws-ext-cliente for ws-ext-ini to
      *>  ws-ext-fim in the work file, with the totals.  everything
      *>  that moved from ws-ext-ini up to today is netted off the
      *>  open balance of today to find the saldo anterior, so
      *>  titulos older than the movimentos file still add up.
       2446-monta-extrato section.
       2446.
          accept ws-ext-hoje from date yyyymmdd
          move zeros                    to ws-ext-seq
          move zeros                    to ws-ext-saldo-hoje
          move zeros                    to ws-ext-liquido-desde
          move zeros                    to ws-ext-total-debito
          move zeros                    to ws-ext-total-credito
          move zeros                    to ws-ext-total-vencido
          move zeros                    to ws-ext-total-a-vencer
          move zeros                    to ws-ext-qtd-lancamentos
          move zeros                    to ws-ext-qtd-vencidos
          open output extrato-trabalho
          close extrato-trabalho
          open i-o extrato-trabalho
          perform 2447-titulos-extrato
          perform 2448-movimentos-extrato
          perform 2449-pedidos-extrato
          close extrato-trabalho
          compute ws-ext-saldo-anterior =
                  ws-ext-saldo-hoje - ws-ext-liquido-desde
          compute ws-ext-saldo-final = ws-ext-saldo-anterior
                  + ws-ext-total-debito - ws-ext-total-credito.
       2446-exit section.
       2446.
          exit.

      *>  the client's titulos: today's open balance, split into
      *>  vencido and a vencer, and the pagamentos since ws-ext-ini
      *>  (the principal is what lowers the balance).
       2447-titulos-extrato section.
       2447.
          move zeros                    to tit-numero
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos <> "00"
               go to 2447-fim
          end-if
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-codigo-cliente = ws-ext-cliente
                  if   tit-situacao = "A"
                       perform 2265-saldo-titulo
                       add ws-saldo-titulo to ws-ext-saldo-hoje
                       if   function test-date-yyyymmdd
                                     (tit-vencimento) = zeros
                            and tit-vencimento < ws-ext-hoje
                            and ws-saldo-titulo > zeros
                            add ws-saldo-titulo
                                to ws-ext-total-vencido
                            add 1 to ws-ext-qtd-vencidos
                       else
                            add ws-saldo-titulo
                                to ws-ext-total-a-vencer
                       end-if
                  end-if
                  move tit-numero        to pgt-titulo
                  move zeros             to pgt-seq
                  start pagamentos key is not less pgt-chave
                      invalid key continue
                  end-start
                  if   fs-pagamentos = "00"
                       read pagamentos next
                       perform until fs-pagamentos <> "00"
                                  or pgt-titulo <> tit-numero
                          if   pgt-data >= ws-ext-ini
                               initialize registro-extrato
                               move pgt-data   to ext-data
                               move pgt-hora   to ext-hora
                               move "G"        to ext-tipo
                               move tit-numero to ext-documento
                               move pgt-principal to ext-credito
                               move spaces     to ws-ext-linha
                               compute ws-ext-valor =
                                       pgt-multa + pgt-juros
                               move ws-ext-valor
                                    to ws-ext-valor-edit
                               if   pgt-origem = "C" or "E"
                                    move "Pagamento banco titulo "
                                         to ext-historico
                               else
                                    move "Pagamento titulo "
                                         to ext-historico
                               end-if
                               if   ws-ext-valor > zeros
                                    string ext-historico
                                           delimited by "  "
                                           " " tit-numero
                                           " encargos "
                                           function trim
                                           (ws-ext-valor-edit)
                                           delimited by size
                                           into ws-ext-linha
                               else
                                    string ext-historico
                                           delimited by "  "
                                           " " tit-numero
                                           delimited by size
                                           into ws-ext-linha
                               end-if
                               move ws-ext-linha to ext-historico
                               move spaces     to ws-ext-linha
                               perform 2450-grava-lancamento-ext
                          end-if
                          read pagamentos next
                       end-perform
                  end-if
             end-if
             read titulos next
          end-perform.
       2447-fim.
          exit.
       2447-exit section.
       2447.
          exit.

      *>  emissoes, cancelamentos, estornos de devolucao, perdas and
      *>  renegociacoes of the client's titulos since ws-ext-ini.
      *>  the encargos and desconto of an acordo are already in its
      *>  new parcelas, so they are left out.
       2448-movimentos-extrato section.
       2448.
          initialize registro-mov-titulos
          move ws-ext-ini               to mtt-data
          start movimentos-titulos key is not less mtt-chave
              invalid key continue
          end-start
          if   fs-movtit <> "00"
               go to 2448-fim
          end-if
          read movimentos-titulos next
          perform until fs-movtit <> "00"
             if   mtt-cliente = ws-ext-cliente
                  and (mtt-tipo = "E" or "C" or "D" or "X" or "R")
                  initialize registro-extrato
                  move mtt-data          to ext-data
                  move mtt-hora          to ext-hora
                  move mtt-tipo          to ext-tipo
                  move mtt-titulo        to ext-documento
                  move spaces            to ws-ext-linha
                  evaluate mtt-tipo
                      when "E"
                          move mtt-valor  to ext-debito
                          perform 2452-emissao-extrato
                      when "C"
                          move mtt-valor  to ext-credito
                          string "Titulo " mtt-titulo " cancelado"
                                 delimited by size into ws-ext-linha
                      when "D"
                          move mtt-valor  to ext-credito
                          string "Estorno devolucao titulo "
                                 mtt-titulo " pedido " mtt-pedido
                                 delimited by size into ws-ext-linha
                      when "X"
                          move mtt-valor  to ext-credito
                          string "Titulo " mtt-titulo
                                 " baixado como perda"
                                 delimited by size into ws-ext-linha
                      when "R"
                          move mtt-valor  to ext-credito
                          string "Titulo " mtt-titulo
                                 " renegociado acordo " mtt-acordo
                                 delimited by size into ws-ext-linha
                  end-evaluate
                  if   mtt-tipo <> "E"
                       move ws-ext-linha  to ext-historico
                  end-if
                  move spaces            to ws-ext-linha
                  perform 2450-grava-lancamento-ext
             end-if
             read movimentos-titulos next
          end-perform.
       2448-fim.
          exit.
       2448-exit section.
       2448.
          exit.

      *>  the client's pedidos in the period, for reference only:
      *>  what they owe is in the titulos.
       2449-pedidos-extrato section.
       2449.
          initialize registro-pedidos
          start pedidos key is not less ped-numero
              invalid key continue
          end-start
          if   fs-pedidos <> "00"
               go to 2449-fim
          end-if
          read pedidos next
          perform until fs-pedidos <> "00"
             if   ped-codigo-cliente = ws-ext-cliente
                  and ped-data >= ws-ext-ini
                  and ped-data <= ws-ext-fim
                  initialize registro-extrato
                  move ped-data          to ext-data
                  move zeros             to ext-hora
                  move "P"               to ext-tipo
                  move ped-numero        to ext-documento
                  move spaces            to ws-ext-linha
                  if   ped-situacao = "C"
                       string "Pedido " ped-numero " cancelado"
                              delimited by size into ws-ext-linha
                  else
                       move ped-total     to ws-ext-valor-edit
                       string "Pedido " ped-numero " valor "
                              function trim (ws-ext-valor-edit)
                              delimited by size into ws-ext-linha
                  end-if
                  move ws-ext-linha      to ext-historico
                  move spaces            to ws-ext-linha
                  perform 2450-grava-lancamento-ext
             end-if
             read pedidos next
          end-perform.
       2449-fim.
          exit.
       2449-exit section.
       2449.
          exit.

      *>  one lancamento in registro-extrato: it counts towards the
      *>  net since ws-ext-ini; within the period it goes to the
      *>  work file and the totals.
       2450-grava-lancamento-ext section.
       2450.
          compute ws-ext-liquido-desde = ws-ext-liquido-desde
                  + ext-debito - ext-credito
          if   ext-data > ws-ext-fim
               go to 2450-fim
          end-if
          add 1                         to ws-ext-seq
          move ws-ext-seq               to ext-seq
          write registro-extrato
          if   fs-extrato = "00"
               add ext-debito            to ws-ext-total-debito
               add ext-credito           to ws-ext-total-credito
               add 1                     to ws-ext-qtd-lancamentos
          end-if.
       2450-fim.
          exit.
       2450-exit section.
       2450.
          exit.

      *>  the statement from the work file to the report and/or the
      *>  e-mail open, as ws-flag-ext-relatorio and ws-flag-ext-email
      *>  say; the client is in registro-clientes.
       2451-emite-extrato section.
       2451.
          move ws-ext-ini               to ws-ext-data-trab
          perform 2457-formata-data-ext
          move ws-ext-data-edit         to ws-ext-data-edit-ini
          move ws-ext-fim               to ws-ext-data-trab
          perform 2457-formata-data-ext
          move codigo                   to cab-cliente-ext
          move nome                     to cab-nome-ext
          move spaces                   to cab-periodo-ext
          string "Periodo " ws-ext-data-edit-ini " a "
                 ws-ext-data-edit
                 delimited by size into cab-periodo-ext
          move zeros                    to ws-num-pagina
          if   ext-no-relatorio
               perform 2454-cab-extrato
          end-if
          if   ext-no-email
               move linha-cab-ext-cliente to registro-mail
               write registro-mail
               move linha-cab-ext-periodo to registro-mail
               write registro-mail
               move spaces               to registro-mail
               write registro-mail
               move linha-cab-ext-labels  to registro-mail
               write registro-mail
          end-if

          move ws-ext-saldo-anterior    to ws-ext-saldo
          move spaces                   to linha-ext-det
          move ws-ext-data-edit-ini     to ext-d-data
          move "Saldo anterior"         to ext-d-historico
          move ws-ext-saldo             to ws-ext-saldo-edit
          move ws-ext-saldo-edit        to ext-d-saldo
          move linha-ext-det            to ws-ext-linha
          perform 2453-linha-extrato

          open input extrato-trabalho
          move low-values               to ext-chave
          start extrato-trabalho key is not less ext-chave
              invalid key continue
          end-start
          if   fs-extrato = "00"
               read extrato-trabalho next
               perform until fs-extrato <> "00"
                  move spaces            to linha-ext-det
                  move ext-data          to ws-ext-data-trab
                  perform 2457-formata-data-ext
                  move ws-ext-data-edit  to ext-d-data
                  move ext-historico     to ext-d-historico
                  if   ext-debito > zeros
                       move ext-debito    to ws-ext-valor-edit
                       move ws-ext-valor-edit to ext-d-debito
                  end-if
                  if   ext-credito > zeros
                       move ext-credito   to ws-ext-valor-edit
                       move ws-ext-valor-edit to ext-d-credito
                  end-if
                  if   ext-tipo <> "P"
                       compute ws-ext-saldo = ws-ext-saldo
                               + ext-debito - ext-credito
                       move ws-ext-saldo  to ws-ext-saldo-edit
                       move ws-ext-saldo-edit to ext-d-saldo
                  end-if
                  move ext-marca         to ext-d-marca
                  move linha-ext-det     to ws-ext-linha
                  perform 2453-linha-extrato
                  read extrato-trabalho next
               end-perform
          end-if
          close extrato-trabalho

          move spaces                   to linha-ext-det
          move "Total do periodo"       to ext-d-historico
          move ws-ext-total-debito      to ws-ext-valor-edit
          move ws-ext-valor-edit        to ext-d-debito
          move ws-ext-total-credito     to ws-ext-valor-edit
          move ws-ext-valor-edit        to ext-d-credito
          move linha-ext-det            to ws-ext-linha
          perform 2453-linha-extrato
          move ws-ext-fim               to ws-ext-data-trab
          perform 2457-formata-data-ext
          move spaces                   to linha-ext-det
          move ws-ext-data-edit         to ext-d-data
          move "Saldo final"            to ext-d-historico
          move ws-ext-saldo-final       to ws-ext-saldo-edit
          move ws-ext-saldo-edit        to ext-d-saldo
          move linha-ext-det            to ws-ext-linha
          perform 2453-linha-extrato
          move spaces                   to ws-ext-linha
          perform 2453-linha-extrato
          perform 2455-abertos-extrato.
       2451-exit section.
       2451.
          exit.

      *>  the historico of a titulo emitido, from the titulo itself;
      *>  one still open past its vencimento is marked VENCIDO.
       2452-emissao-extrato section.
       2452.
          move mtt-titulo               to tit-numero
          read titulos
          if   fs-titulos <> "00"
               string "Titulo " mtt-titulo " emitido"
                      delimited by size into ws-ext-linha
               move ws-ext-linha         to ext-historico
               go to 2452-fim
          end-if
          move tit-vencimento           to ws-ext-data-trab
          perform 2457-formata-data-ext
          if   mtt-acordo > zeros
               string "Titulo " tit-numero " acordo " mtt-acordo
                      " venc " ws-ext-data-edit
                      delimited by size into ws-ext-linha
          else
               if   tit-parcela numeric
                    and tit-qtd-parcelas numeric
                    string "Titulo " tit-numero " parc "
                           tit-parcela "/" tit-qtd-parcelas
                           " venc " ws-ext-data-edit
                           delimited by size into ws-ext-linha
               else
                    string "Titulo " tit-numero
                           " venc " ws-ext-data-edit
                           delimited by size into ws-ext-linha
               end-if
          end-if
          move ws-ext-linha             to ext-historico
          if   tit-situacao = "A"
               and function test-date-yyyymmdd (tit-vencimento)
                   = zeros
               and tit-vencimento < ws-ext-hoje
               perform 2265-saldo-titulo
               if   ws-saldo-titulo > zeros
                    move "VENCIDO"        to ext-marca
               end-if
          end-if.
       2452-fim.
          exit.
       2452-exit section.
       2452.
          exit.

      *>  ws-ext-linha to the report, a new page when it is full,
      *>  and/or to the e-mail.
       2453-linha-extrato section.
       2453.
          if   ext-no-relatorio
               if   ws-linhas-pagina >= ws-max-linhas-pagina
                    perform 2454-cab-extrato
               end-if
               move ws-ext-linha         to relatorio-registro
               write relatorio-registro
               add 1                     to ws-linhas-pagina
          end-if
          if   ext-no-email
               move ws-ext-linha         to registro-mail
               write registro-mail
          end-if.
       2453-exit section.
       2453.
          exit.

       2454-cab-extrato section.
       2454.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-ext-hoje              to ws-ext-data-trab
          perform 2457-formata-data-ext
          move ws-ext-data-edit         to cab-data-ext
          move ws-num-pagina            to cab-pagina-ext
          move linha-cab-extrato        to relatorio-registro
          write relatorio-registro
          move linha-cab-ext-cliente    to relatorio-registro
          write relatorio-registro
          move linha-cab-ext-periodo    to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro
          move linha-cab-ext-labels     to relatorio-registro
          write relatorio-registro
          add 5                         to ws-linhas-pagina.
       2454-exit section.
       2454.
          exit.

      *>  the client's titulos open today, the overdue ones marked,
      *>  with the vencido and a vencer totals.
       2455-abertos-extrato section.
       2455.
          move ws-ext-hoje              to ws-ext-data-trab
          perform 2457-formata-data-ext
          move spaces                   to ws-ext-linha
          string "Titulos em aberto em " ws-ext-data-edit
                 delimited by size into ws-ext-linha
          perform 2453-linha-extrato
          move linha-cab-ext-abertos    to ws-ext-linha
          perform 2453-linha-extrato
          move zeros                    to tit-numero
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos = "00"
               read titulos next
               perform until fs-titulos <> "00"
                  if   tit-codigo-cliente = ws-ext-cliente
                       and tit-situacao = "A"
                       perform 2265-saldo-titulo
                       if   ws-saldo-titulo > zeros
                            move spaces    to linha-ext-aberto
                            move tit-numero to ext-a-titulo
                            if   tit-parcela numeric
                                 and tit-qtd-parcelas numeric
                                 string tit-parcela "/"
                                        tit-qtd-parcelas
                                        delimited by size
                                        into ext-a-parcela
                            end-if
                            move tit-vencimento to ws-ext-data-trab
                            perform 2457-formata-data-ext
                            move ws-ext-data-edit
                                 to ext-a-vencimento
                            move tit-valor  to ext-a-valor
                            move ws-saldo-titulo to ext-a-saldo
                            if   function test-date-yyyymmdd
                                          (tit-vencimento) = zeros
                                 and tit-vencimento < ws-ext-hoje
                                 compute ws-ext-atraso =
                                     function integer-of-date
                                              (ws-ext-hoje)
                                   - function integer-of-date
                                              (tit-vencimento)
                                 move ws-ext-atraso
                                      to ws-ext-atraso-edit
                                 move ws-ext-atraso-edit
                                      to ext-a-atraso
                                 move "*** VENCIDO" to ext-a-marca
                            end-if
                            move linha-ext-aberto to ws-ext-linha
                            perform 2453-linha-extrato
                       end-if
                  end-if
                  read titulos next
               end-perform
          end-if
          move spaces                   to linha-ext-det
          move "Total vencido"          to ext-d-historico
          move ws-ext-total-vencido     to ws-ext-saldo-edit
          move ws-ext-saldo-edit        to ext-d-saldo
          move linha-ext-det            to ws-ext-linha
          perform 2453-linha-extrato
          move spaces                   to linha-ext-det
          move "Total a vencer"         to ext-d-historico
          move ws-ext-total-a-vencer    to ws-ext-saldo-edit
          move ws-ext-saldo-edit        to ext-d-saldo
          move linha-ext-det            to ws-ext-linha
          perform 2453-linha-extrato.
       2455-exit section.
       2455.
          exit.

      *>  the statement by e-mail to ws-email-preferido, through
      *>  the mailspool and the e-mail status file like the other
      *>  messages to the client.
       2456-email-extrato section.
       2456.
          move "N"                      to ws-flag-ext-mail-ok
          accept ws-data-rel from date yyyymmdd
          accept ws-horas    from time
          move spaces                   to wid-mail
          string ws-pasta-mail delimited by " "
                 "extrato_" ws-data-rel "_" ws-horas "_" codigo
                 ".txt"
                 delimited by size into wid-mail
          open output arq-mail
          if   fs-mail <> "00"
               add 1                      to ws-ext-qtd-falhas
               move "F"                   to ws-status-email
               perform 2190-grava-status-email
               go to 2456-fim
          end-if
          move ws-ext-ini               to ws-ext-data-trab
          perform 2457-formata-data-ext
          move ws-ext-data-edit         to ws-ext-data-edit-ini
          move ws-ext-fim               to ws-ext-data-trab
          perform 2457-formata-data-ext
          move spaces                   to registro-mail
          string "Para: " ws-email-preferido
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          string "Assunto: Extrato de conta " ws-ext-data-edit-ini
                 " a " ws-ext-data-edit
                 delimited by size into registro-mail
          write registro-mail
          move spaces                   to registro-mail
          write registro-mail
          move "N"                      to ws-flag-ext-relatorio
          move "S"                      to ws-flag-ext-email
          perform 2451-emite-extrato
          close arq-mail
          add 1                         to ws-ext-qtd-emails
          set  ext-email-enviado        to true
          move "E"                      to ws-status-email
          perform 2190-grava-status-email.
       2456-fim.
          exit.
       2456-exit section.
       2456.
          exit.

       2457-formata-data-ext section.
       2457.
          move spaces                   to ws-ext-data-edit
          string ws-ext-data-trab (7:2) "/" ws-ext-data-trab (5:2) "/"
                 ws-ext-data-trab (1:4)
                 delimited by size into ws-ext-data-edit.
       2457-exit section.
       2457.
          exit.

      *>  the month-end statement of the client in registro-clientes
      *>  when it closes the period owing: by e-mail with the "E"
      *>  consent, otherwise printed with the "M" consent.
       2458-extrato-batch-cliente section.
       2458.
          move codigo                   to ws-ext-cliente
          perform 2446-monta-extrato
          if   ws-ext-saldo-final <= zeros
               go to 2458-fim
          end-if
          add 1                         to ws-ext-qtd-clientes
          move "M"                      to ws-cns-canal
          perform 2242-consentimento-canal
          move ws-flag-consentido       to ws-ext-cons-mala
          move "E"                      to ws-cns-canal
          perform 2242-consentimento-canal
          move ws-flag-consentido       to ws-ext-cons-email
          perform 2141-contatos-preferidos
          if   ws-ext-cons-email = "S"
               and ws-email-preferido <> spaces
               perform 2456-email-extrato
               go to 2458-fim
          end-if
          if   ws-ext-cons-mala <> "S"
               add 1                      to ws-ext-qtd-sem-canal
               go to 2458-fim
          end-if
          if   ws-ext-qtd-impressos > zeros
               move "@PAGINA@"            to relatorio-registro
               write relatorio-registro
          end-if
          add 1                         to ws-ext-qtd-impressos
          move "S"                      to ws-flag-ext-relatorio
          move "N"                      to ws-flag-ext-email
          perform 2451-emite-extrato.
       2458-fim.
          exit.
       2458-exit section.
       2458.
          exit.

      *>===================================================================================
      *>  notas fiscais: emission from a pedido, the export for the
      *>  NF-e transmitter, its retorno and the cancelamento.
       2459-menu-notas section.
       2459.
          display erase
          display "Notas Fiscais" at 0130
          display "(1) Emitir Nota de Pedido     " at 0305
          display "(2) Exportar para Transmissor " at 0405
          display "(3) Retorno do Transmissor    " at 0505
          display "(4) Consultar/Cancelar Nota   " at 0605
          display "(0) Voltar                    " at 0705
          display "( ) Opcao" at 0805
          move zeros                    to ws-opcao-notas
          accept ws-opcao-notas           at 0806
          evaluate ws-opcao-notas
              when 1
                  perform 2460-emite-nota
              when 2
                  perform 2465-exporta-notas
              when 3
                  move spaces           to wid-nfe
                  perform 2467-retorno-notas
              when 4
                  perform 2468-consulta-nota
              when other
                  continue
          end-evaluate.
       2459-exit section.
       2459.
          exit.

       2460-emite-nota section.
       2460.
          display erase
          display "Emissao de Nota Fiscal" at 0428
          display "Pedido             : " at 0605
          move zeros                    to ws-nf-pedido
          accept ws-nf-pedido             at 0627
          if   ws-nf-pedido = zeros
               go to 2460-fim
          end-if
          perform 2461-valida-pedido-nota
          if   ws-nf-recusa <> spaces
               display ws-nf-recusa         at 1905
               accept ws-teclas
               go to 2460-fim
          end-if
          display "Destinatario       : " at 0705
          display nome (1:40)             at 0727
          display "CPF/CNPJ           : " at 0805
          display cpf-cnpj                at 0827
          display "Cidade/UF          : " at 0905
          display ws-nome-cidade-resolvido at 0927
          display ws-nf-uf                at 0958
          display "Itens              : " at 1005
          display ws-nf-qtd-itens         at 1027
          display "Produtos           : " at 1105
          move ws-nf-valor-produtos     to ws-valor-edit
          display ws-valor-edit           at 1127
          display "ICMS               : " at 1205
          move ws-nf-valor-icms         to ws-valor-edit
          display ws-valor-edit           at 1227
          display "IPI                : " at 1305
          move ws-nf-valor-ipi          to ws-valor-edit
          display ws-valor-edit           at 1327
          display "PIS / COFINS       : " at 1405
          move ws-nf-valor-pis          to ws-valor-edit
          display ws-valor-edit           at 1427
          move ws-nf-valor-cofins       to ws-valor-edit
          display ws-valor-edit           at 1440
          display "Total da nota      : " at 1505
          move ws-nf-valor-total        to ws-valor-edit
          display ws-valor-edit           at 1527
          display "Confirma a emissao [S/N]: " at 1705
          move "N"                      to opcao
          accept opcao                    at 1731
          if   function upper-case(opcao) <> "S"
               go to 2460-fim
          end-if
          perform 2462-gera-nota
          if   ws-nf-recusa <> spaces
               display ws-nf-recusa         at 1905
          else
               display "Nota fiscal emitida: " at 1905
               display ws-nf-numero         at 1926
          end-if
          accept ws-teclas.
       2460-fim.
          exit.
       2460-exit section.
       2460.
          exit.

      *>  ws-nf-pedido fit to be invoiced: an open pedido not yet on
      *>  a nota, a client with cpf/cnpj and cidade, every produto
      *>  with its NCM.  leaves registro-clientes, the resolved
      *>  address and the totals; the reason otherwise in
      *>  ws-nf-recusa.
       2461-valida-pedido-nota section.
       2461.
          move spaces                   to ws-nf-recusa
          perform 2470-nota-do-pedido
          move ws-nf-pedido             to ped-numero
          read pedidos
          if   fs-pedidos <> "00"
               move "Pedido nao encontrado" to ws-nf-recusa
               go to 2461-fim
          end-if
          if   ped-situacao = "C"
               move "Pedido cancelado nao pode ser faturado"
                    to ws-nf-recusa
               go to 2461-fim
          end-if
          if   nf-pedido-faturado
               string "Pedido ja faturado na nota "
                      ws-nf-numero-ativa
                      delimited by size into ws-nf-recusa
               go to 2461-fim
          end-if
          move ped-codigo-cliente       to codigo
          read clientes
          if   fs-clientes <> "00"
               move "Cliente do pedido nao cadastrado"
                    to ws-nf-recusa
               go to 2461-fim
          end-if
          if   cpf-cnpj = spaces
               move "Cliente sem CPF/CNPJ" to ws-nf-recusa
               go to 2461-fim
          end-if
          perform 2069-resolve-cidade-bairro
          if   ws-nome-cidade-resolvido = spaces
               move "Cidade do cliente nao cadastrada"
                    to ws-nf-recusa
               go to 2461-fim
          end-if
          move ws-uf-cidade-resolvido   to ws-nf-uf
          if   ws-nf-uf = spaces
               move estado               to ws-nf-uf
          end-if
          perform 2260-le-param-financeiro
          move "N"                      to ws-flag-nf-grava
          perform 2463-calcula-itens-nota.
       2461-fim.
          exit.
       2461-exit section.
       2461.
          exit.

      *>  the nota of the pedido validated by 2461: the items, then
      *>  the header with the destinatario and totals, pending
      *>  export.
       2462-gera-nota section.
       2462.
          perform 2464-proximo-numero-nota
          move "S"                      to ws-flag-nf-grava
          perform 2463-calcula-itens-nota
          if   ws-nf-recusa <> spaces
               go to 2462-fim
          end-if
          initialize registro-notas
          move ws-nf-numero             to nf-numero
          move ws-nf-serie              to nf-serie
          move ws-nf-pedido             to nf-pedido
          move codigo                   to nf-cliente
          accept nf-emissao from date yyyymmdd
          accept nf-hora from time
          move ws-oper-login-logado     to nf-operador
          move "G"                      to nf-situacao
          move "S"                      to nf-pendente
          move tipo-pessoa              to nf-tipo-pessoa
          move cpf-cnpj                 to nf-cpf-cnpj
          move nome                     to nf-nome
          move endereco                 to nf-endereco
          move numero                   to nf-numero-end
          move complemento              to nf-complemento
          move ws-nome-bairro-resolvido to nf-bairro
          move cod-cidade-cliente       to nf-cod-cidade
          move ws-nome-cidade-resolvido to nf-cidade
          move ws-nf-uf                 to nf-uf
          move cep                      to nf-cep
          move email                    to nf-email
          move ws-nf-qtd-itens          to nf-qtd-itens
          move ws-nf-valor-produtos     to nf-valor-produtos
          move ws-nf-valor-produtos     to nf-base-icms
          move ws-nf-valor-icms         to nf-valor-icms
          move ws-nf-valor-ipi          to nf-valor-ipi
          move ws-nf-valor-pis          to nf-valor-pis
          move ws-nf-valor-cofins       to nf-valor-cofins
          move ws-nf-valor-total        to nf-valor-total
          move zeros                    to nf-data-exportacao
          move zeros                    to nf-status-sefaz
          move zeros                    to nf-data-retorno
          move zeros                    to nf-data-cancelamento
          write registro-notas
          if   fs-notas <> "00"
               move "Falha ao gravar a nota fiscal" to ws-nf-recusa
               go to 2462-fim
          end-if
          compute ws-ctl-prox-nota = ws-nf-numero + 1
          perform 2123-grava-controle
          move spaces                   to ws-nf-sit-anterior
          perform 2472-audita-nota.
       2462-fim.
          exit.
       2462-exit section.
       2462.
          exit.

      *>  the items of ped-numero net of devolucoes, with fiscal
      *>  data and taxes of the produto; written to notas-itens
      *>  under ws-nf-numero when nf-grava-itens.  a sale to
      *>  another UF than the company's takes the interstate CFOP.
       2463-calcula-itens-nota section.
       2463.
          move zeros                    to ws-nf-seq
          move zeros                    to ws-nf-qtd-itens
          move zeros                    to ws-nf-valor-produtos
          move zeros                    to ws-nf-valor-icms
          move zeros                    to ws-nf-valor-ipi
          move zeros                    to ws-nf-valor-pis
          move zeros                    to ws-nf-valor-cofins
          move zeros                    to ws-nf-valor-total
          move ws-nf-pedido             to pit-numero
          move zeros                    to pit-seq
          start pedidos-itens key is not less pit-chave
              invalid key continue
          end-start
          if   fs-ped-itens = "00"
               read pedidos-itens next
               perform until fs-ped-itens <> "00"
                          or pit-numero <> ws-nf-pedido
                          or ws-nf-recusa <> spaces
                  if   pit-qtde-devolvida not numeric
                       move zeros         to pit-qtde-devolvida
                  end-if
                  compute ws-nf-qtde = pit-qtde - pit-qtde-devolvida
                  if   ws-nf-qtde > zeros
                       perform 2471-item-nota
                  end-if
                  read pedidos-itens next
               end-perform
          end-if
          if   ws-nf-recusa = spaces
               and ws-nf-qtd-itens = zeros
               move "Pedido sem itens a faturar" to ws-nf-recusa
          end-if
          compute ws-nf-valor-total =
                  ws-nf-valor-produtos + ws-nf-valor-ipi.
       2463-exit section.
       2463.
          exit.

       2464-proximo-numero-nota section.
       2464.
          perform 2122-le-controle
          if   ws-ctl-prox-nota = zeros
               move zeros                to ws-nf-numero
               initialize registro-notas
               start notas-fiscais key is not less nf-numero
                   invalid key continue
               end-start
               read notas-fiscais next
               perform until fs-notas <> "00"
                  if   nf-numero >= ws-nf-numero
                       move nf-numero     to ws-nf-numero
                  end-if
                  read notas-fiscais next
               end-perform
               compute ws-ctl-prox-nota = ws-nf-numero + 1
          end-if
          move ws-ctl-prox-nota         to ws-nf-numero.
       2464-exit section.
       2464.
          exit.

      *>  the notas pending for the transmitter - new ones and
      *>  cancelamentos - in nfe_<data>_<hora>.txt; the new ones
      *>  become T (transmitida) until the retorno.
       2465-exporta-notas section.
       2465.
          if   not modo-batch
               display erase
               display "Exportacao de Notas Fiscais" at 0427
               display "Gera o arquivo do transmissor com as notas"
                       at 0605
               display "emitidas e os cancelamentos pendentes." at 0705
               display "Confirma [S/N]: " at 0905
               move "N"                   to opcao
               accept opcao                 at 0921
               if   function upper-case(opcao) <> "S"
                    go to 2465-fim
               end-if
          end-if
          move zeros                    to ws-nfe-qtd-notas
          move zeros                    to ws-nfe-qtd-cancelamentos
          accept ws-data-rel from date yyyymmdd
          accept ws-horas    from time
          move spaces                   to wid-nfe
          string "nfe_" ws-data-rel "_" ws-horas ".txt"
                 delimited by size into wid-nfe
          open output arq-nfe
          if   fs-nfe <> "00"
               if   modo-batch
                    move 8               to ws-rc-batch
                    move "nfe: falha ao criar o arquivo" to ws-msg-log
                    perform 2129-grava-log-batch
               else
                    display "Falha ao criar o arquivo" at 1905
                    accept ws-teclas
               end-if
               go to 2465-fim
          end-if
          move spaces                   to registro-nfe
          string "NOTAFISCAL|" ws-data-rel "|" ws-horas
                 delimited by size into registro-nfe
          write registro-nfe
          initialize registro-notas
          start notas-fiscais key is not less nf-numero
              invalid key continue
          end-start
          if   fs-notas = "00"
               read notas-fiscais next
               perform until fs-notas <> "00"
                  if   nf-pendente = "S"
                       evaluate nf-situacao
                           when "G"
                               perform 2466-exporta-nota
                               move "T"       to nf-situacao
                               move ws-data-rel
                                    to nf-data-exportacao
                               move "N"       to nf-pendente
                               rewrite registro-notas
                               add 1 to ws-nfe-qtd-notas
                           when "K"
                               perform 2473-exporta-cancelamento
                               move "N"       to nf-pendente
                               rewrite registro-notas
                               add 1 to ws-nfe-qtd-cancelamentos
                           when other
                               continue
                       end-evaluate
                  end-if
                  read notas-fiscais next
               end-perform
          end-if
          move spaces                   to registro-nfe
          compute ws-nf-tam = ws-nfe-qtd-notas
                            + ws-nfe-qtd-cancelamentos
          string "FIM|" ws-nf-tam
                 delimited by size into registro-nfe
          write registro-nfe
          close arq-nfe
      *>  nothing pending leaves no empty file behind.
          if   ws-nf-tam = zeros
               call "CBL_DELETE_FILE" using wid-nfe
          end-if

          if   modo-batch
               move spaces               to ws-msg-log
               string "nfe arquivo=" wid-nfe (1:30)
                      " notas=" ws-nfe-qtd-notas
                      " cancelamentos=" ws-nfe-qtd-cancelamentos
                      delimited by size into ws-msg-log
               perform 2129-grava-log-batch
          else
               if   ws-nf-tam = zeros
                    display "Nenhuma nota pendente" at 1205
               else
                    display "Arquivo gerado     : " at 1205
                    display wid-nfe (1:50)         at 1227
               end-if
               display "Notas              : " at 1305
               display ws-nfe-qtd-notas         at 1327
               display "Cancelamentos      : " at 1405
               display ws-nfe-qtd-cancelamentos at 1427
               accept ws-teclas
          end-if.
       2465-fim.
          exit.
       2465-exit section.
       2465.
          exit.

      *>  the nota in registro-notas as the transmitter reads it:
      *>  A identification, E destinatario, I and N per item
      *>  (produto and taxes), W totals, Z end of the nota.
       2466-exporta-nota section.
       2466.
          move spaces                   to registro-nfe
          string "A|" nf-numero "|" nf-serie "|" nf-emissao "|"
                 nf-hora (1:6) "|" nf-pedido "|VENDA DE MERCADORIA"
                 delimited by size into registro-nfe
          write registro-nfe
          move spaces                   to registro-nfe
          string "E|" nf-tipo-pessoa "|"
                 function trim (nf-cpf-cnpj) "|"
                 function trim (nf-nome) "|"
                 function trim (nf-endereco) "|"
                 nf-numero-end "|"
                 function trim (nf-complemento) "|"
                 function trim (nf-bairro) "|"
                 nf-cod-cidade "|"
                 function trim (nf-cidade) "|"
                 nf-uf "|" nf-cep "|"
                 function trim (nf-email)
                 delimited by size into registro-nfe
          write registro-nfe
          move nf-numero                to nfi-numero
          move zeros                    to nfi-seq
          start notas-itens key is not less nfi-chave
              invalid key continue
          end-start
          if   fs-notas-itens = "00"
               read notas-itens next
               perform until fs-notas-itens <> "00"
                          or nfi-numero <> nf-numero
                  move nfi-qtde          to ws-nfe-qtde-txt
                  move nfi-preco         to ws-nfe-valor-txt
                  move spaces            to registro-nfe
                  move 1                 to ws-nfe-pos
                  string "I|" nfi-seq "|" nfi-produto "|"
                         function trim (nfi-descricao) "|"
                         nfi-ncm "|" nfi-cfop "|"
                         function trim (nfi-unidade) "|"
                         function trim (ws-nfe-qtde-txt) "|"
                         function trim (ws-nfe-valor-txt)
                         delimited by size into registro-nfe
                         with pointer ws-nfe-pos
                  move nfi-valor         to ws-nfe-valor-txt
                  perform 2475-valor-exportacao
                  write registro-nfe
                  move spaces            to registro-nfe
                  move 1                 to ws-nfe-pos
                  string "N|" nfi-seq
                         delimited by size into registro-nfe
                         with pointer ws-nfe-pos
                  move nfi-aliq-icms     to ws-nfe-aliq-txt
                  move nfi-valor-icms    to ws-nfe-valor-txt
                  perform 2474-par-imposto
                  move nfi-aliq-ipi      to ws-nfe-aliq-txt
                  move nfi-valor-ipi     to ws-nfe-valor-txt
                  perform 2474-par-imposto
                  move nfi-aliq-pis      to ws-nfe-aliq-txt
                  move nfi-valor-pis     to ws-nfe-valor-txt
                  perform 2474-par-imposto
                  move nfi-aliq-cofins   to ws-nfe-aliq-txt
                  move nfi-valor-cofins  to ws-nfe-valor-txt
                  perform 2474-par-imposto
                  write registro-nfe
                  read notas-itens next
               end-perform
          end-if
          move spaces                   to registro-nfe
          move "W"                      to registro-nfe
          move 2                        to ws-nfe-pos
          move nf-base-icms             to ws-nfe-valor-txt
          perform 2475-valor-exportacao
          move nf-valor-icms            to ws-nfe-valor-txt
          perform 2475-valor-exportacao
          move nf-valor-ipi             to ws-nfe-valor-txt
          perform 2475-valor-exportacao
          move nf-valor-pis             to ws-nfe-valor-txt
          perform 2475-valor-exportacao
          move nf-valor-cofins          to ws-nfe-valor-txt
          perform 2475-valor-exportacao
          move nf-valor-produtos        to ws-nfe-valor-txt
          perform 2475-valor-exportacao
          move nf-valor-total           to ws-nfe-valor-txt
          perform 2475-valor-exportacao
          write registro-nfe
          move spaces                   to registro-nfe
          string "Z|" nf-numero
                 delimited by size into registro-nfe
          write registro-nfe.
       2466-exit section.
       2466.
          exit.

      *>  the transmitter's retorno, one "|" delimited line per
      *>  nota: numero|status|chave|protocolo|motivo.  status 100
      *>  or 150 authorizes, 110/301/302/303 deny, 101/135/155
      *>  confirm a cancelamento; any other status rejects the nota
      *>  (or keeps it authorized when it was a cancelamento).
       2467-retorno-notas section.
       2467.
          if   not modo-batch
               and wid-nfe = spaces
               display erase
               display "Retorno do Transmissor NF-e" at 0427
               display "Arquivo de retorno : " at 0605
               accept wid-nfe                  at 0627
          end-if
          open input arq-nfe
          if   fs-nfe <> "00"
               if   modo-batch
                    move 8               to ws-rc-batch
                    move "nferetorno: arquivo nao encontrado"
                         to ws-msg-log
                    perform 2129-grava-log-batch
               else
                    display "Arquivo nao encontrado" at 1905
                    accept ws-teclas
               end-if
               go to 2467-fim
          end-if

          perform 2007-monta-label-rel
          open output relatorio
          move "Retorno do Transmissor de Notas Fiscais"
               to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          string "Arquivo: " wid-nfe (1:60)
                 delimited by size into relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro

          move zeros                    to ws-nfr-qtd-autorizadas
          move zeros                    to ws-nfr-qtd-rejeitadas
          move zeros                    to ws-nfr-qtd-canceladas
          move zeros                    to ws-nfr-qtd-ignorados
          accept ws-nf-hoje from date yyyymmdd
          read arq-nfe
          perform until fs-nfe <> "00"
             move spaces                  to ws-nfe-campos
             unstring registro-nfe delimited by "|"
                 into ws-nfr-numero-txt ws-nfr-status-txt
                      ws-nfr-chave ws-nfr-protocolo ws-nfr-motivo
             end-unstring
             if   function test-numval (ws-nfr-numero-txt) = zeros
                  and function test-numval (ws-nfr-status-txt)
                      = zeros
                  compute ws-nfr-numero =
                          function numval (ws-nfr-numero-txt)
                  compute ws-nfr-status =
                          function numval (ws-nfr-status-txt)
                  perform 2476-retorno-nota
             end-if
             read arq-nfe
          end-perform
          close arq-nfe

          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Notas autorizadas"      to ver-total-label
          move ws-nfr-qtd-autorizadas   to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Notas rejeitadas"       to ver-total-label
          move ws-nfr-qtd-rejeitadas    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Notas canceladas"       to ver-total-label
          move ws-nfr-qtd-canceladas    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Registros ignorados"    to ver-total-label
          move ws-nfr-qtd-ignorados     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio

          if   modo-batch
               move spaces               to ws-msg-log
               string "nferetorno " wid-nfe (1:30)
                      " autorizadas=" ws-nfr-qtd-autorizadas
                      " rejeitadas=" ws-nfr-qtd-rejeitadas
                      " canceladas=" ws-nfr-qtd-canceladas
                      " ignorados=" ws-nfr-qtd-ignorados
                      delimited by size into ws-msg-log
               perform 2129-grava-log-batch
               if   (ws-nfr-qtd-rejeitadas > zeros
                     or ws-nfr-qtd-ignorados > zeros)
                    and ws-rc-batch < 4
                    move 4               to ws-rc-batch
               end-if
          else
               display "Autorizadas: "   at 1505
               display ws-nfr-qtd-autorizadas at 1518
               display "Rejeitadas : "   at 1605
               display ws-nfr-qtd-rejeitadas  at 1618
               display "Canceladas : "   at 1705
               display ws-nfr-qtd-canceladas  at 1718
               perform 2051-dialogo-impressao
          end-if.
       2467-fim.
          exit.
       2467-exit section.
       2467.
          exit.

      *>  a nota by number, or the last one of a pedido, with its
      *>  items; the supervisor may cancel it from here.
       2468-consulta-nota section.
       2468.
          display erase
          display "Consulta de Nota Fiscal" at 0428
          display "Nota (0=por pedido): " at 0605
          move zeros                    to ws-nf-numero
          accept ws-nf-numero             at 0627
          if   ws-nf-numero = zeros
               display "Pedido             : " at 0705
               move zeros                 to ws-nf-pedido
               accept ws-nf-pedido          at 0727
               if   ws-nf-pedido = zeros
                    go to 2468-fim
               end-if
               perform 2470-nota-do-pedido
               if   ws-nf-numero = zeros
                    display "Pedido sem nota fiscal" at 1905
                    accept ws-teclas
                    go to 2468-fim
               end-if
          end-if
          move ws-nf-numero             to nf-numero
          read notas-fiscais
          if   fs-notas <> "00"
               display "Nota fiscal nao encontrada" at 1905
               accept ws-teclas
               go to 2468-fim
          end-if
          perform 2477-situacao-nota
          display erase
          display "Nota Fiscal" at 0130
          display nf-numero               at 0142
          display "Serie" at 0153
          display nf-serie                at 0159
          display "Pedido             : " at 0305
          display nf-pedido               at 0327
          display "Emissao: " at 0340
          move nf-emissao               to ws-nf-hoje
          move spaces                   to ws-data-edit
          string ws-nf-hoje (7:2) "/" ws-nf-hoje (5:2) "/"
                 ws-nf-hoje (1:4)
                 delimited by size into ws-data-edit
          display ws-data-edit            at 0349
          display "Destinatario       : " at 0405
          display nf-nome (1:40)          at 0427
          display "CPF/CNPJ           : " at 0505
          display nf-cpf-cnpj             at 0527
          display nf-cidade (1:25)        at 0545
          display nf-uf                   at 0572
          display "Situacao           : " at 0605
          display ws-nf-sit-texto         at 0627
          if   nf-pendente = "S"
               display "(a exportar)"     at 0641
          end-if
          display "Chave              : " at 0705
          display nf-chave-acesso         at 0727
          display "Protocolo          : " at 0805
          display nf-protocolo            at 0827
          display "Retorno            : " at 0905
          display nf-motivo (1:50)        at 0927
          display "Produtos/IPI/Total : " at 1005
          move nf-valor-produtos        to ws-valor-edit
          display ws-valor-edit           at 1027
          move nf-valor-ipi             to ws-valor-edit
          display ws-valor-edit           at 1040
          move nf-valor-total           to ws-valor-edit
          display ws-valor-edit           at 1053
          display "ICMS/PIS/COFINS    : " at 1105
          move nf-valor-icms            to ws-valor-edit
          display ws-valor-edit           at 1127
          move nf-valor-pis             to ws-valor-edit
          display ws-valor-edit           at 1140
          move nf-valor-cofins          to ws-valor-edit
          display ws-valor-edit           at 1153
          display "Seq Prod NCM      CFOP  Qtde  Valor" at 1205
          move 13                       to ws-nf-lin
          move nf-numero                to nfi-numero
          move zeros                    to nfi-seq
          start notas-itens key is not less nfi-chave
              invalid key continue
          end-start
          if   fs-notas-itens = "00"
               read notas-itens next
               perform until fs-notas-itens <> "00"
                          or nfi-numero <> nf-numero
                          or ws-nf-lin > 20
                  move spaces            to ws-linha-consulta
                  move nfi-valor         to ws-valor-edit
                  string nfi-seq " " nfi-produto " " nfi-ncm "  "
                         nfi-cfop "  " nfi-qtde " " ws-valor-edit
                         " " nfi-descricao (1:20)
                         delimited by size into ws-linha-consulta
                  compute ws-nf-at = ws-nf-lin * 100 + 05
                  display ws-linha-consulta at ws-nf-at
                  add 1                  to ws-nf-lin
                  read notas-itens next
               end-perform
          end-if
          display "(C)ancelar nota (V)oltar: " at 2205
          move "V"                      to opcao
          accept opcao                    at 2231
          if   function upper-case(opcao) = "C"
               if   operador-supervisor
                    perform 2469-cancela-nota
               else
                    display "Cancelamento restrito ao supervisor"
                            at 2305
                    accept ws-teclas
               end-if
          end-if.
       2468-fim.
          exit.
       2468-exit section.
       2468.
          exit.

      *>  the nota in registro-notas: never sent (G) or refused (R)
      *>  it is closed here; an authorized one needs the
      *>  cancelamento sent to the transmitter with a
      *>  justificativa, and stays A until the retorno confirms it.
       2469-cancela-nota section.
       2469.
          move nf-situacao              to ws-nf-sit-anterior
          evaluate nf-situacao
              when "G"
              when "R"
                   continue
              when "A"
                   display "Justificativa      : " at 2305
                   move spaces             to ws-nf-justificativa
                   accept ws-nf-justificativa at 2327
                   if   function length
                        (function trim (ws-nf-justificativa)) < 15
                        display "Justificativa de no minimo 15 letras"
                                at 2405
                        accept ws-teclas
                        go to 2469-fim
                   end-if
              when "T"
              when "K"
                   display "Nota aguardando retorno do transmissor"
                           at 2405
                   accept ws-teclas
                   go to 2469-fim
              when other
                   display "Nota nao pode ser cancelada" at 2405
                   accept ws-teclas
                   go to 2469-fim
          end-evaluate
          display "Confirma o cancelamento [S/N]: " at 2405
          move "N"                      to opcao
          accept opcao                    at 2437
          if   function upper-case(opcao) <> "S"
               go to 2469-fim
          end-if
          if   nf-situacao = "A"
               move "K"                  to nf-situacao
               move "S"                  to nf-pendente
               move ws-nf-justificativa  to nf-justificativa
          else
               move "C"                  to nf-situacao
               move "N"                  to nf-pendente
               accept nf-data-cancelamento from date yyyymmdd
          end-if
          rewrite registro-notas
          perform 2472-audita-nota
          if   nf-situacao = "K"
               display "Cancelamento sera enviado na exportacao"
                       at 2405
          else
               display "Nota cancelada" at 2405
          end-if
          accept ws-teclas.
       2469-fim.
          exit.
       2469-exit section.
       2469.
          exit.

      *>  the notas of ws-nf-pedido: ws-nf-numero the last one,
      *>  nf-pedido-faturado when one of them still stands (any
      *>  situacao but R and C) in ws-nf-numero-ativa.
       2470-nota-do-pedido section.
       2470.
          move zeros                    to ws-nf-numero
          move zeros                    to ws-nf-numero-ativa
          move "N"                      to ws-flag-nf-ativa
          move ws-nf-pedido             to nf-pedido
          start notas-fiscais key is = nf-pedido
              invalid key go to 2470-fim
          end-start
          read notas-fiscais next
          perform until fs-notas <> "00"
                     or nf-pedido <> ws-nf-pedido
             if   nf-numero > ws-nf-numero
                  move nf-numero         to ws-nf-numero
             end-if
             if   nf-situacao <> "R" and nf-situacao <> "C"
                  move nf-numero         to ws-nf-numero-ativa
                  set  nf-pedido-faturado to true
             end-if
             read notas-fiscais next
          end-perform.
       2470-fim.
          exit.
       2470-exit section.
       2470.
          exit.

      *>  one pedido item (ws-nf-qtde net units) on the nota.
       2471-item-nota section.
       2471.
          move pit-produto              to prd-codigo
          read produtos
          if   fs-produtos <> "00"
               string "Produto " pit-produto " nao cadastrado"
                      delimited by size into ws-nf-recusa
               go to 2471-fim
          end-if
          if   prd-ncm not numeric
               string "Produto " pit-produto " sem NCM"
                      delimited by size into ws-nf-recusa
               go to 2471-fim
          end-if
          add 1                         to ws-nf-seq
          add 1                         to ws-nf-qtd-itens
          initialize registro-notas-itens
          move ws-nf-numero             to nfi-numero
          move ws-nf-seq                to nfi-seq
          move prd-codigo               to nfi-produto
          move prd-nome                 to nfi-descricao
          move prd-ncm                  to nfi-ncm
          move ws-nf-cfop-padrao        to nfi-cfop
          if   prd-cfop numeric and prd-cfop > zeros
               move prd-cfop             to nfi-cfop
          end-if
          if   ws-pfn-praca-uf <> spaces
               and ws-nf-uf <> ws-pfn-praca-uf
               and nfi-cfop < 6000
               add 1000                  to nfi-cfop
          end-if
          move "UN"                     to nfi-unidade
          if   prd-unidade <> spaces
               move prd-unidade          to nfi-unidade
          end-if
          move ws-nf-qtde               to nfi-qtde
          move pit-preco                to nfi-preco
          compute nfi-valor = nfi-qtde * nfi-preco
          if   prd-aliq-icms numeric
               move prd-aliq-icms        to nfi-aliq-icms
          end-if
          if   prd-aliq-ipi numeric
               move prd-aliq-ipi         to nfi-aliq-ipi
          end-if
          if   prd-aliq-pis numeric
               move prd-aliq-pis         to nfi-aliq-pis
          end-if
          if   prd-aliq-cofins numeric
               move prd-aliq-cofins      to nfi-aliq-cofins
          end-if
          compute nfi-valor-icms rounded =
                  nfi-valor * nfi-aliq-icms / 100
          compute nfi-valor-ipi rounded =
                  nfi-valor * nfi-aliq-ipi / 100
          compute nfi-valor-pis rounded =
                  nfi-valor * nfi-aliq-pis / 100
          compute nfi-valor-cofins rounded =
                  nfi-valor * nfi-aliq-cofins / 100
          add nfi-valor                 to ws-nf-valor-produtos
          add nfi-valor-icms            to ws-nf-valor-icms
          add nfi-valor-ipi             to ws-nf-valor-ipi
          add nfi-valor-pis             to ws-nf-valor-pis
          add nfi-valor-cofins          to ws-nf-valor-cofins
          if   nf-grava-itens
               write registro-notas-itens
          end-if.
       2471-fim.
          exit.
       2471-exit section.
       2471.
          exit.

       2472-audita-nota section.
       2472.
          move nf-cliente               to aud-codigo
          move ws-oper-login-logado     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "NOTA FISCAL"            to aud-campo
          move spaces                   to aud-valor-anterior
          if   ws-nf-sit-anterior <> spaces
               string "nota " nf-numero " sit " ws-nf-sit-anterior
                      delimited by size into aud-valor-anterior
          end-if
          move nf-valor-total           to ws-valor-edit
          move spaces                   to aud-valor-novo
          string "nota " nf-numero " sit " nf-situacao
                 " pedido " nf-pedido " valor " ws-valor-edit
                 delimited by size into aud-valor-novo
          perform 2219-grava-registro-auditoria.
       2472-exit section.
       2472.
          exit.

      *>  the cancelamento of the nota in registro-notas: X with the
      *>  chave, protocolo and justificativa.
       2473-exporta-cancelamento section.
       2473.
          move spaces                   to registro-nfe
          string "X|" nf-numero "|" nf-serie "|" nf-chave-acesso "|"
                 function trim (nf-protocolo) "|"
                 function trim (nf-justificativa)
                 delimited by size into registro-nfe
          write registro-nfe.
       2473-exit section.
       2473.
          exit.

      *>  "|aliquota|valor" onto registro-nfe at ws-nfe-pos.
       2474-par-imposto section.
       2474.
          string "|" function trim (ws-nfe-aliq-txt)
                 "|" function trim (ws-nfe-valor-txt)
                 delimited by size into registro-nfe
                 with pointer ws-nfe-pos.
       2474-exit section.
       2474.
          exit.

      *>  "|valor" onto registro-nfe at ws-nfe-pos.
       2475-valor-exportacao section.
       2475.
          string "|" function trim (ws-nfe-valor-txt)
                 delimited by size into registro-nfe
                 with pointer ws-nfe-pos.
       2475-exit section.
       2475.
          exit.

      *>  one line of the retorno for nota ws-nfr-numero.
       2476-retorno-nota section.
       2476.
          move spaces                   to ws-nfr-resultado
          move ws-nfr-numero            to nf-numero
          read notas-fiscais
          if   fs-notas <> "00"
               move "nota nao encontrada" to ws-nfr-resultado
               add 1                      to ws-nfr-qtd-ignorados
               perform 2478-linha-retorno-nota
               go to 2476-fim
          end-if
          move nf-situacao              to ws-nf-sit-anterior
          evaluate true
              when nf-situacao = "T"
                   move ws-nfr-status     to nf-status-sefaz
                   move ws-nf-hoje        to nf-data-retorno
                   move ws-nfr-motivo     to nf-motivo
                   evaluate ws-nfr-status
                       when 100
                       when 150
                            move "A"       to nf-situacao
                            move ws-nfr-chave to nf-chave-acesso
                            move ws-nfr-protocolo to nf-protocolo
                            move "autorizada" to ws-nfr-resultado
                            add 1 to ws-nfr-qtd-autorizadas
                       when 110
                       when 301
                       when 302
                       when 303
                            move "D"       to nf-situacao
                            move ws-nfr-chave to nf-chave-acesso
                            move "denegada" to ws-nfr-resultado
                            add 1 to ws-nfr-qtd-rejeitadas
                       when other
                            move "R"       to nf-situacao
                            move "rejeitada - numero a inutilizar"
                                 to ws-nfr-resultado
                            add 1 to ws-nfr-qtd-rejeitadas
                   end-evaluate
              when nf-situacao = "K"
                   move ws-nfr-status     to nf-status-sefaz
                   move ws-nf-hoje        to nf-data-retorno
                   move ws-nfr-motivo     to nf-motivo
                   if   ws-nfr-status = 101 or 135 or 155
                        move "C"          to nf-situacao
                        move ws-nf-hoje   to nf-data-cancelamento
                        move "cancelada"  to ws-nfr-resultado
                        add 1 to ws-nfr-qtd-canceladas
                   else
                        move "A"          to nf-situacao
                        move "cancelamento recusado"
                             to ws-nfr-resultado
                        add 1 to ws-nfr-qtd-rejeitadas
                   end-if
              when other
                   move "nota nao aguardava retorno"
                        to ws-nfr-resultado
                   add 1                  to ws-nfr-qtd-ignorados
                   perform 2478-linha-retorno-nota
               go to 2476-fim
          end-evaluate
          rewrite registro-notas
          perform 2472-audita-nota
          perform 2478-linha-retorno-nota.
       2476-fim.
          exit.
       2476-exit section.
       2476.
          exit.

       2477-situacao-nota section.
       2477.
          evaluate nf-situacao
              when "G"
                   move "Gerada"         to ws-nf-sit-texto
              when "T"
                   move "Transmitida"    to ws-nf-sit-texto
              when "A"
                   move "Autorizada"     to ws-nf-sit-texto
              when "R"
                   move "Rejeitada"      to ws-nf-sit-texto
              when "D"
                   move "Denegada"       to ws-nf-sit-texto
              when "K"
                   move "Cancelando"     to ws-nf-sit-texto
              when "C"
                   move "Cancelada"      to ws-nf-sit-texto
              when other
                   move nf-situacao      to ws-nf-sit-texto
          end-evaluate.
       2477-exit section.
       2477.
          exit.

       2478-linha-retorno-nota section.
       2478.
          move spaces                   to relatorio-registro
          string "Nota " ws-nfr-numero " status " ws-nfr-status
                 " " ws-nfr-resultado " " ws-nfr-motivo
                 delimited by size into relatorio-registro
          write relatorio-registro.
       2478-exit section.
       2478.
          exit.

      *>  the fiscal data of the produto on the right of the
      *>  cadastro screen.
       2479-aceita-fiscal-produto section.
       2479.
          accept wncm-produto             at 0670
          accept wcfop-produto            at 0770
          accept wund-produto             at 0870
          accept wicms-produto            at 0970
          accept wipi-produto             at 1070
          accept wpis-produto             at 1170
          accept wcofins-produto          at 1270
          move function upper-case(wund-produto) to wund-produto
          if   wund-produto = spaces
               move "UN"                   to wund-produto
          end-if.
       2479-exit section.
       2479.
          exit.

       2480-move-fiscal-produto section.
       2480.
          move wncm-produto               to prd-ncm
          move wcfop-produto              to prd-cfop
          move wund-produto               to prd-unidade
          move wicms-produto              to prd-aliq-icms
          move wipi-produto               to prd-aliq-ipi
          move wpis-produto               to prd-aliq-pis
          move wcofins-produto            to prd-aliq-cofins.
       2480-exit section.
       2480.
          exit.

      *>===================================================================================
      *>  conciliacao bancaria: the bank's statement imported against
      *>  the open titulos, and the confirmation of the credits it
      *>  could only match by approximation.
       2481-menu-conciliacao section.
       2481.
          display erase
          display "Conciliacao Bancaria" at 0130
          display "(1) Importar Extrato do Banco " at 0305
          display "(2) Confirmar Creditos Pendent" at 0405
          display "(0) Voltar                    " at 0505
          display "( ) Opcao" at 0605
          move zeros                    to ws-opcao-concil
          accept ws-opcao-concil          at 0606
          evaluate ws-opcao-concil
              when 1
                  move spaces           to wid-extrato-banco
                  perform 2482-importa-extrato-banco
              when 2
                  perform 2488-confirma-pendentes
              when other
                  continue
          end-evaluate.
       2481-exit section.
       2481.
          exit.

      *>  reads the statement in wid-extrato-banco: each credit not
      *>  seen before is matched by 2483 and kept in conciliacao.dat;
      *>  the report lists every credit with what became of it, then
      *>  the open titulos falling due in the statement's period that
      *>  no credit was matched to.
       2482-importa-extrato-banco section.
       2482.
          if   not modo-batch
               and wid-extrato-banco = spaces
               display erase
               display "Importacao do Extrato Bancario" at 0430
               display "Arquivo do extrato : " at 0605
               accept wid-extrato-banco        at 0627
          end-if
          open input arq-extrato-banco
          if   fs-extrato-banco <> "00"
               if   modo-batch
                    move 8               to ws-rc-batch
                    move "conciliacao: arquivo nao encontrado"
                         to ws-msg-log
                    perform 2129-grava-log-batch
               else
                    display "Arquivo nao encontrado" at 1905
                    accept ws-teclas
               end-if
               go to 2482-fim
          end-if

          perform 2007-monta-label-rel
          open output relatorio
          move "Conciliacao Bancaria - Extrato do Banco"
               to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          string "Arquivo: " wid-extrato-banco (1:60)
                 delimited by size into relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro

          move zeros                    to ws-cnc-qtd-lidos
          move zeros                    to ws-cnc-qtd-baixados
          move zeros                    to ws-cnc-qtd-pendentes
          move zeros                    to ws-cnc-qtd-sem-corresp
          move zeros                    to ws-cnc-qtd-ja-importados
          move zeros                    to ws-cnc-qtd-ignorados
          move zeros                    to ws-cnc-qtd-tit-abertos
          move zeros                    to ws-cnc-qtd-sug
          move zeros                    to ws-cnc-data-ini
          move zeros                    to ws-cnc-data-fim
          accept ws-cnc-hoje from date yyyymmdd
          perform 2260-le-param-financeiro
          read arq-extrato-banco
          perform until fs-extrato-banco <> "00"
             move registro-extrato-banco  to ws-extrato-banco-detalhe
             if   ebc-tipo = "1"
                  perform 2483-processa-credito
             end-if
             read arq-extrato-banco
          end-perform
          close arq-extrato-banco

          perform 2487-titulos-sem-credito

          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Creditos lidos"         to ver-total-label
          move ws-cnc-qtd-lidos         to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Baixados automaticamente" to ver-total-label
          move ws-cnc-qtd-baixados      to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Pendentes de confirmacao" to ver-total-label
          move ws-cnc-qtd-pendentes     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Creditos sem correspondencia" to ver-total-label
          move ws-cnc-qtd-sem-corresp   to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Ja importados antes"    to ver-total-label
          move ws-cnc-qtd-ja-importados to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Registros ignorados"    to ver-total-label
          move ws-cnc-qtd-ignorados     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Titulos sem credito"    to ver-total-label
          move ws-cnc-qtd-tit-abertos   to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio

          if   modo-batch
               move spaces               to ws-msg-log
               string "conciliacao " wid-extrato-banco (1:30)
                      " baixados=" ws-cnc-qtd-baixados
                      " pendentes=" ws-cnc-qtd-pendentes
                      " sem corresp=" ws-cnc-qtd-sem-corresp
                      delimited by size into ws-msg-log
               perform 2129-grava-log-batch
               if   (ws-cnc-qtd-pendentes > zeros
                     or ws-cnc-qtd-sem-corresp > zeros)
                    and ws-rc-batch < 4
                    move 4               to ws-rc-batch
               end-if
               move "P"                  to ws-destino-rel
               move wid-relatorio        to ws-nome-arq-rel
               move "N"                  to ws-opcao-dialogo-rel
               move 1                    to ws-copias-rel
               call relatorio-impressao using ws-param-relatorio
               cancel relatorio-impressao
          else
               display "Baixados   : "   at 1505
               display ws-cnc-qtd-baixados    at 1518
               display "Pendentes  : "   at 1605
               display ws-cnc-qtd-pendentes   at 1618
               display "Sem corresp: "   at 1705
               display ws-cnc-qtd-sem-corresp at 1718
               perform 2051-dialogo-impressao
          end-if.
       2482-fim.
          exit.
       2482-exit section.
       2482.
          exit.

      *>  one "1" line of the statement: debits and malformed lines
      *>  are skipped, a credit already in conciliacao.dat is not
      *>  taken twice.  a single open titulo of the payer owing
      *>  exactly the credit is settled on the spot; anything less
      *>  certain waits for the confirmation screen.
       2483-processa-credito section.
       2483.
          if   ebc-natureza <> "C"
               or ebc-data not numeric
               or ebc-valor not numeric
               or ebc-valor = zeros
               or function test-date-yyyymmdd (ebc-data) <> zeros
               add 1                     to ws-cnc-qtd-ignorados
               go to 2483-fim
          end-if
          add 1                         to ws-cnc-qtd-lidos
          if   ws-cnc-data-ini = zeros
               or ebc-data < ws-cnc-data-ini
               move ebc-data             to ws-cnc-data-ini
          end-if
          if   ebc-data > ws-cnc-data-fim
               move ebc-data             to ws-cnc-data-fim
          end-if

          initialize registro-conciliacao
          move ebc-data                 to cnc-data
          move ebc-documento            to cnc-documento
          compute cnc-valor = ebc-valor / 100
          read conciliacao
          if   fs-conciliacao = "00"
               add 1                     to ws-cnc-qtd-ja-importados
               go to 2483-fim
          end-if
          move ebc-cpf-cnpj             to cnc-cpf-cnpj
          move ebc-nome                 to cnc-nome
          move ebc-historico            to cnc-historico
          move zeros                    to cnc-titulo
          move zeros                    to cnc-cliente
          move spaces                   to cnc-motivo
          move ws-cnc-hoje              to cnc-data-importacao
          move ws-oper-login-logado     to cnc-operador
          move zeros                    to cnc-data-confirmacao

          perform 2484-localiza-titulo
          move ws-cnc-cliente           to cnc-cliente
          evaluate true
              when ws-cnc-qtd-exato = 1
                   move ws-cnc-tit-exato to cnc-titulo
                   move "B"              to cnc-situacao
              when ws-cnc-qtd-exato > 1
                   move ws-cnc-tit-exato to cnc-titulo
                   move "P"              to cnc-situacao
                   move "pagador com mais de um titulo no valor"
                        to cnc-motivo
              when ws-cnc-qtd-cliente > zeros
                   move ws-cnc-tit-cliente to cnc-titulo
                   move "P"              to cnc-situacao
                   move "valor difere do devido pelo pagador"
                        to cnc-motivo
              when ws-cnc-qtd-valor > zeros
                   move ws-cnc-tit-valor to cnc-titulo
                   move "P"              to cnc-situacao
                   if   ws-cnc-cliente = zeros
                        move "pagador nao cadastrado - valor e data"
                             to cnc-motivo
                   else
                        move "valor e data conferem - outro cliente"
                             to cnc-motivo
                   end-if
              when other
                   move "N"              to cnc-situacao
                   if   ws-cnc-cliente = zeros
                        move "pagador nao cadastrado"
                             to cnc-motivo
                   else
                        move "pagador sem titulo em aberto"
                             to cnc-motivo
                   end-if
          end-evaluate

          if   cnc-situacao = "B"
               perform 2490-baixa-conciliacao
               if   ws-cnc-recusa <> spaces
                    move "P"             to cnc-situacao
                    move ws-cnc-recusa   to cnc-motivo
               end-if
          end-if
          if   cnc-titulo > zeros
               perform 2491-marca-sugerido
          end-if
          write registro-conciliacao
          evaluate cnc-situacao
              when "B"
                   add 1                 to ws-cnc-qtd-baixados
              when "P"
                   add 1                 to ws-cnc-qtd-pendentes
              when other
                   add 1                 to ws-cnc-qtd-sem-corresp
          end-evaluate
          perform 2486-linha-conciliacao.
       2483-fim.
          exit.
       2483-exit section.
       2483.
          exit.

      *>  the candidates for the credit in registro-conciliacao, in
      *>  one sweep of titulos.dat.  each open titulo is priced at the
      *>  credit's date; the value "confere" when the credit pays its
      *>  saldo or its saldo with multa and juros.  of the payer's
      *>  titulos the oldest vencimento is kept, exact or not; of the
      *>  other clients' only an exact value within
      *>  ws-cnc-janela-dias of the vencimento counts, the nearest.
       2484-localiza-titulo section.
       2484.
          move zeros                    to ws-cnc-qtd-exato
          move zeros                    to ws-cnc-tit-exato
          move zeros                    to ws-cnc-venc-exato
          move zeros                    to ws-cnc-qtd-cliente
          move zeros                    to ws-cnc-tit-cliente
          move zeros                    to ws-cnc-venc-cliente
          move zeros                    to ws-cnc-qtd-valor
          move zeros                    to ws-cnc-tit-valor
          move zeros                    to ws-cnc-dist-valor
          perform 2485-cliente-do-pagador
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos <> "00"
               go to 2484-fim
          end-if
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-situacao = "A"
                  perform 2265-saldo-titulo
             else
                  move zeros              to ws-saldo-titulo
             end-if
             if   ws-saldo-titulo > zeros
                  move cnc-data           to ws-data-ref-encargos
                  move ws-saldo-titulo    to ws-base-encargos
                  perform 2261-calcula-encargos
                  move "N"                to ws-flag-cnc-valor
                  if   cnc-valor = ws-saldo-titulo
                       or cnc-valor = ws-valor-atualizado
                       move "S"           to ws-flag-cnc-valor
                  end-if
                  if   ws-cnc-cliente > zeros
                       and tit-codigo-cliente = ws-cnc-cliente
                       add 1              to ws-cnc-qtd-cliente
                       if   ws-cnc-venc-cliente = zeros
                            or tit-vencimento < ws-cnc-venc-cliente
                            move tit-numero     to ws-cnc-tit-cliente
                            move tit-vencimento to ws-cnc-venc-cliente
                       end-if
                       if   cnc-valor-confere
                            add 1         to ws-cnc-qtd-exato
                            if   ws-cnc-venc-exato = zeros
                                 or tit-vencimento < ws-cnc-venc-exato
                                 move tit-numero  to ws-cnc-tit-exato
                                 move tit-vencimento
                                      to ws-cnc-venc-exato
                            end-if
                       end-if
                  else
                       if   cnc-valor-confere
                            move tit-vencimento to ws-cal-venc
                            move cnc-data       to ws-cal-ref
                            perform 2347-dias-atraso
                            if   ws-cal-atraso < zeros
                                 compute ws-cnc-dist =
                                         0 - ws-cal-atraso
                            else
                                 move ws-cal-atraso to ws-cnc-dist
                            end-if
                            if   ws-cnc-dist <= ws-cnc-janela-dias
                                 add 1    to ws-cnc-qtd-valor
                                 if   ws-cnc-qtd-valor = 1
                                      or ws-cnc-dist < ws-cnc-dist-valor
                                      move tit-numero
                                           to ws-cnc-tit-valor
                                      move ws-cnc-dist
                                           to ws-cnc-dist-valor
                                 end-if
                            end-if
                       end-if
                  end-if
             end-if
             read titulos next
          end-perform.
       2484-fim.
          exit.
       2484-exit section.
       2484.
          exit.

      *>  codigo of the client whose CPF/CNPJ paid the credit (one at
      *>  most - 2088 keeps the document unique), zero when the
      *>  statement brings none or nobody has it.
       2485-cliente-do-pagador section.
       2485.
          move zeros                    to ws-cnc-cliente
          if   cnc-cpf-cnpj = spaces
               go to 2485-fim
          end-if
          move zeros                    to codigo
          start clientes key is not less codigo
              invalid key continue
          end-start
          if   fs-clientes <> "00"
               go to 2485-fim
          end-if
          read clientes next
          perform until fs-clientes <> "00"
                     or ws-cnc-cliente > zeros
             if   cpf-cnpj = cnc-cpf-cnpj
                  move codigo             to ws-cnc-cliente
             end-if
             read clientes next
          end-perform.
       2485-fim.
          exit.
       2485-exit section.
       2485.
          exit.

      *>  the report line of the credit just filed.
       2486-linha-conciliacao section.
       2486.
          move spaces                   to ws-data-edit
          string cnc-data (7:2) "/" cnc-data (5:2) "/"
                 cnc-data (1:4) delimited by size into ws-data-edit
          move cnc-valor                to ws-valor-edit
          move spaces                   to relatorio-registro
          evaluate cnc-situacao
              when "B"
                   if   tit-situacao = "P"
                        string ws-data-edit " " ws-valor-edit " "
                               cnc-documento " BAIXADO     titulo "
                               cnc-titulo " cliente " cnc-cliente
                               " liquidado"
                               delimited by size
                               into relatorio-registro
                   else
                        string ws-data-edit " " ws-valor-edit " "
                               cnc-documento " BAIXADO     titulo "
                               cnc-titulo " cliente " cnc-cliente
                               " pago parcial"
                               delimited by size
                               into relatorio-registro
                   end-if
              when "P"
                   string ws-data-edit " " ws-valor-edit " "
                          cnc-documento " PENDENTE    titulo "
                          cnc-titulo " - " cnc-motivo
                          delimited by size into relatorio-registro
              when other
                   string ws-data-edit " " ws-valor-edit " "
                          cnc-documento " SEM CORRESP "
                          cnc-cpf-cnpj " " cnc-nome (1:30)
                          " - " cnc-motivo
                          delimited by size into relatorio-registro
          end-evaluate
          write relatorio-registro.
       2486-exit section.
       2486.
          exit.

      *>  the open titulos falling due between the first and the last
      *>  credit of the statement that no credit was matched to.
       2487-titulos-sem-credito section.
       2487.
          if   ws-cnc-data-ini = zeros
               go to 2487-fim
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Titulos vencendo no periodo sem credito no extrato"
               to relatorio-registro
          write relatorio-registro
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos <> "00"
               go to 2487-fim
          end-if
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-situacao = "A"
                  and tit-vencimento >= ws-cnc-data-ini
                  and tit-vencimento <= ws-cnc-data-fim
                  perform 2265-saldo-titulo
                  move tit-numero         to cnc-titulo
                  perform 2492-titulo-sugerido
                  if   ws-saldo-titulo > zeros
                       and not cnc-titulo-sugerido
                       add 1              to ws-cnc-qtd-tit-abertos
                       move spaces        to ws-data-edit
                       string tit-vencimento (7:2) "/"
                              tit-vencimento (5:2) "/"
                              tit-vencimento (1:4)
                              delimited by size into ws-data-edit
                       move ws-saldo-titulo to ws-valor-edit
                       move spaces        to relatorio-registro
                       string "Titulo " tit-numero
                              " cliente " tit-codigo-cliente
                              " venc " ws-data-edit
                              " saldo " ws-valor-edit
                              delimited by size
                              into relatorio-registro
                       write relatorio-registro
                  end-if
             end-if
             read titulos next
          end-perform.
       2487-fim.
          exit.
       2487-exit section.
       2487.
          exit.

      *>  walks the credits waiting for confirmation: baixar on the
      *>  titulo suggested or on another one, discard a credit that
      *>  is not a receivable, or leave it for later.
       2488-confirma-pendentes section.
       2488.
          move zeros                    to ws-cnc-qtd-confirmados
          move zeros                    to ws-cnc-qtd-descartados
          accept ws-cnc-hoje from date yyyymmdd
          perform 2260-le-param-financeiro
          move spaces                   to ws-cnc-opcao
          initialize registro-conciliacao
          start conciliacao key is not less cnc-chave
              invalid key continue
          end-start
          if   fs-conciliacao = "00"
               read conciliacao next
               perform until fs-conciliacao <> "00"
                          or ws-cnc-opcao = "F"
                  if   cnc-situacao = "P"
                       move spaces        to ws-cnc-opcao
                       perform 2489-trata-pendente
                           until ws-cnc-opcao = "B" or "D" or "P"
                                                 or "F"
                  end-if
                  if   ws-cnc-opcao <> "F"
                       read conciliacao next
                  end-if
               end-perform
          end-if
          display erase
          display "Conciliacao Bancaria - Creditos Pendentes" at 0430
          display "Baixados   : "       at 0605
          display ws-cnc-qtd-confirmados  at 0618
          display "Descartados: "       at 0705
          display ws-cnc-qtd-descartados  at 0718
          display "Fim dos creditos pendentes" at 0905
          accept ws-teclas.
       2488-exit section.
       2488.
          exit.

      *>  one pending credit on screen with the titulo it would
      *>  settle, priced at the credit's date.
       2489-trata-pendente section.
       2489.
          display erase
          display "Conciliacao Bancaria - Creditos Pendentes" at 0430
          move spaces                   to ws-data-edit
          string cnc-data (7:2) "/" cnc-data (5:2) "/"
                 cnc-data (1:4) delimited by size into ws-data-edit
          display "Data do credito    : " at 0605
          display ws-data-edit            at 0627
          display "Valor              : " at 0705
          move cnc-valor                to ws-valor-edit
          display ws-valor-edit           at 0727
          display "Documento          : " at 0805
          display cnc-documento           at 0827
          display "Pagador            : " at 0905
          display cnc-cpf-cnpj            at 0927
          display cnc-nome (1:35)         at 0943
          display "Historico          : " at 1005
          display cnc-historico           at 1027
          display "Motivo             : " at 1105
          display cnc-motivo              at 1127
          display "Titulo sugerido    : " at 1305
          display cnc-titulo              at 1327
          move cnc-titulo               to tit-numero
          read titulos
          if   fs-titulos = "00"
               move tit-codigo-cliente   to codigo
               read clientes
               display "Cliente            : " at 1405
               display tit-codigo-cliente   at 1427
               if   fs-clientes = "00"
                    display nome (1:35)     at 1435
               end-if
               move spaces               to ws-data-edit
               string tit-vencimento (7:2) "/" tit-vencimento (5:2)
                      "/" tit-vencimento (1:4)
                      delimited by size into ws-data-edit
               display "Vencimento         : " at 1505
               display ws-data-edit         at 1527
               display "Saldo / atualizado : " at 1605
               if   tit-situacao = "A"
                    perform 2265-saldo-titulo
               else
                    move zeros           to ws-saldo-titulo
               end-if
               move ws-saldo-titulo      to ws-valor-edit
               display ws-valor-edit        at 1627
               move cnc-data             to ws-data-ref-encargos
               move ws-saldo-titulo      to ws-base-encargos
               perform 2261-calcula-encargos
               move ws-valor-atualizado  to ws-valor-edit
               display ws-valor-edit        at 1641
          else
               display "Titulo nao encontrado" at 1405
          end-if
          display "[B]aixar [O]utro titulo [D]escartar [P]roximo [F]im:"
                  at 1805
          move spaces                   to ws-cnc-opcao
          accept ws-cnc-opcao             at 1859
          move function upper-case (ws-cnc-opcao) to ws-cnc-opcao
          evaluate ws-cnc-opcao
              when "B"
                   perform 2490-baixa-conciliacao
                   if   ws-cnc-recusa <> spaces
                        display ws-cnc-recusa   at 2005
                        accept ws-teclas
                        move spaces       to ws-cnc-opcao
                   else
                        move "M"          to cnc-situacao
                        move ws-oper-login-logado to cnc-operador
                        move ws-cnc-hoje  to cnc-data-confirmacao
                        rewrite registro-conciliacao
                        add 1             to ws-cnc-qtd-confirmados
                   end-if
              when "O"
                   display "Titulo             : " at 1905
                   move zeros            to ws-cnc-titulo-conf
                   accept ws-cnc-titulo-conf   at 1927
                   if   ws-cnc-titulo-conf > zeros
                        move ws-cnc-titulo-conf to cnc-titulo
                   end-if
                   move spaces           to ws-cnc-opcao
              when "D"
                   display "Descartar o credito [S/N]: " at 1905
                   move "N"              to opcao
                   accept opcao            at 1932
                   if   function upper-case(opcao) = "S"
                        move "D"          to cnc-situacao
                        move ws-oper-login-logado to cnc-operador
                        move ws-cnc-hoje  to cnc-data-confirmacao
                        rewrite registro-conciliacao
                        add 1             to ws-cnc-qtd-descartados
                   else
                        move spaces       to ws-cnc-opcao
                   end-if
              when "P"
                   continue
              when "F"
                   continue
              when other
                   move spaces           to ws-cnc-opcao
          end-evaluate.
       2489-exit section.
       2489.
          exit.

      *>  settles cnc-titulo with the credit in registro-conciliacao,
      *>  dated the day the money came in, as a payment of origem "E"
      *>  (extrato).  the reason it cannot in ws-cnc-recusa.
       2490-baixa-conciliacao section.
       2490.
          move spaces                   to ws-cnc-recusa
          move cnc-titulo               to tit-numero
          read titulos
          if   fs-titulos <> "00"
               move "Titulo nao encontrado" to ws-cnc-recusa
               go to 2490-fim
          end-if
          if   tit-situacao <> "A"
               move "Titulo nao esta em aberto" to ws-cnc-recusa
               go to 2490-fim
          end-if
          perform 2265-saldo-titulo
          if   ws-saldo-titulo = zeros
               move "Titulo sem saldo em aberto" to ws-cnc-recusa
               go to 2490-fim
          end-if
          move cnc-data                 to ws-data-ref-encargos
          move cnc-valor                to ws-tit-valor-pago
          move "E"                      to ws-pgt-origem
          perform 2264-registra-pagamento
          move tit-codigo-cliente       to cnc-cliente

          move tit-codigo-cliente       to aud-codigo
          move ws-oper-login-logado     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "CONCILIACAO"            to aud-campo
          move spaces                   to aud-valor-anterior
          string "credito " cnc-data " doc " cnc-documento
                 delimited by size into aud-valor-anterior
          move cnc-valor                to ws-valor-edit
          move spaces                   to aud-valor-novo
          string "titulo " tit-numero " sit " tit-situacao
                 " valor " ws-valor-edit
                 delimited by size into aud-valor-novo
          perform 2219-grava-registro-auditoria.
       2490-fim.
          exit.
       2490-exit section.
       2490.
          exit.

      *>  remembers cnc-titulo as holding a credit of this run.
       2491-marca-sugerido section.
       2491.
          perform 2492-titulo-sugerido
          if   not cnc-titulo-sugerido
               and ws-cnc-qtd-sug < 500
               add 1                     to ws-cnc-qtd-sug
               move cnc-titulo           to
                    ws-cnc-sug-titulo (ws-cnc-qtd-sug)
          end-if.
       2491-exit section.
       2491.
          exit.

      *>  cnc-titulo among those of 2491?
       2492-titulo-sugerido section.
       2492.
          move "N"                      to ws-flag-cnc-sugerido
          perform varying ws-cnc-ix from 1 by 1
              until ws-cnc-ix > ws-cnc-qtd-sug
                 or cnc-titulo-sugerido
             if   ws-cnc-sug-titulo (ws-cnc-ix) = cnc-titulo
                  move "S"               to ws-flag-cnc-sugerido
             end-if
          end-perform.
       2492-exit section.
       2492.
          exit.

      *>===================================================================================
      *>  negativacao / protesto run (regua menu and batch command
      *>  NEGATIVACAO): the prior-notice letters for the titulos that
      *>  just crossed ws-pfn-neg-dias, then the bureau file with the
      *>  inclusoes whose notice ran out and every exclusao pending,
      *>  and the control report of what is still waiting.
       2493-executa-negativacao section.
       2493.
          perform 2260-le-param-financeiro
          if   not modo-batch
               display erase
               display "Negativacao / Protesto" at 0430
               display "Avisa os titulos vencidos ha mais de" at 0605
               display ws-pfn-neg-dias          at 0642
               display "dias e gera o arquivo de inclusoes e" at 0705
               display "exclusoes para o" at 0805
               if   ws-pfn-neg-modalidade = "P"
                    display "cartorio de protesto." at 0822
               else
                    display "bureau de credito." at 0822
               end-if
               display "Confirma [S/N]: " at 1005
               move "N"                   to opcao
               accept opcao                 at 1021
               if   function upper-case(opcao) <> "S"
                    go to 2493-fim
               end-if
          end-if
          move zeros                    to ws-neg-qtd-avisos
          move zeros                    to ws-neg-qtd-sem-doc
          move zeros                    to ws-neg-qtd-inclusoes
          move zeros                    to ws-neg-qtd-exclusoes
          move zeros                    to ws-neg-qtd-encerrados
          move zeros                    to ws-neg-valor-arquivo
          accept ws-neg-hoje from date yyyymmdd

      *>  the notices, one letter per page in their own report.
          perform 2007-monta-label-rel
          open output relatorio
          perform 2496-carrega-modelo-negativ
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos = "00"
               read titulos next
               perform until fs-titulos <> "00"
                  if   tit-situacao = "A"
                       perform 2495-aviso-negativacao
                  end-if
                  read titulos next
               end-perform
          end-if
          close relatorio
      *>  the regua loads its own template again on its next run.
          move spaces                   to ws-rgu-modelo-atual
          if   ws-neg-qtd-avisos > zeros
               if   modo-batch
                    move "P"             to ws-destino-rel
                    move wid-relatorio   to ws-nome-arq-rel
                    move "N"             to ws-opcao-dialogo-rel
                    move 1               to ws-copias-rel
                    call relatorio-impressao using ws-param-relatorio
                    cancel relatorio-impressao
               else
                    display "Avisos previos   : " at 1205
                    display ws-neg-qtd-avisos       at 1225
                    perform 2051-dialogo-impressao
               end-if
          end-if

      *>  the bureau file and, alongside, the control report.
          accept ws-data-rel from date yyyymmdd
          accept ws-horas    from time
          move spaces                   to wid-negativacao
          if   ws-pfn-neg-modalidade = "P"
               string "protesto_" ws-data-rel "_" ws-horas ".txt"
                      delimited by size into wid-negativacao
          else
               string "negativacao_" ws-data-rel "_" ws-horas ".txt"
                      delimited by size into wid-negativacao
          end-if
          open output arq-negativacao
          if   fs-arq-negativ <> "00"
               if   modo-batch
                    move 8               to ws-rc-batch
                    move "negativacao: falha ao criar o arquivo"
                         to ws-msg-log
                    perform 2129-grava-log-batch
               else
                    display "Falha ao criar o arquivo" at 1905
                    accept ws-teclas
               end-if
               go to 2493-fim
          end-if
          move spaces                   to ws-neg-header
          move "0"                      to ngh-tipo
          move ws-data-rel              to ngh-data
          move ws-horas                 to ngh-hora
          move "CADCLI COBRANCA"        to ngh-empresa
          move ws-pfn-neg-modalidade    to ngh-modalidade
          move ws-neg-header            to registro-arq-negativ
          write registro-arq-negativ

          perform 2007-monta-label-rel
          open output relatorio
          if   ws-pfn-neg-modalidade = "P"
               move "Protesto - Controle de Inclusoes e Exclusoes"
                    to relatorio-registro
          else
               move "Negativacao - Controle de Inclusoes e Exclusoes"
                    to relatorio-registro
          end-if
          write relatorio-registro
          move spaces                   to relatorio-registro
          string "Arquivo: " wid-negativacao (1:60)
                 delimited by size into relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Movimento desta execucao" to relatorio-registro
          write relatorio-registro

          initialize registro-negativacoes
          start negativacoes key is not less neg-titulo
              invalid key continue
          end-start
          if   fs-negativacao = "00"
               read negativacoes next
               perform until fs-negativacao <> "00"
                  perform 2499-exporta-negativacao
                  read negativacoes next
               end-perform
          end-if

          move spaces                   to ws-neg-trailer
          move "9"                      to ngt-tipo
          compute ngt-qtd = ws-neg-qtd-inclusoes
                          + ws-neg-qtd-exclusoes
          move ws-neg-qtd-inclusoes     to ngt-inclusoes
          move ws-neg-qtd-exclusoes     to ngt-exclusoes
          compute ngt-valor = ws-neg-valor-arquivo * 100
          move ws-neg-trailer           to registro-arq-negativ
          write registro-arq-negativ
          close arq-negativacao
      *>  nothing to send leaves no empty file behind.
          if   ngt-qtd = zeros
               call "CBL_DELETE_FILE" using wid-negativacao
               move "Nenhuma inclusao ou exclusao a enviar"
                    to relatorio-registro
               write relatorio-registro
          end-if

          perform 2501-controle-negativacao
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Avisos previos enviados" to ver-total-label
          move ws-neg-qtd-avisos        to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Clientes sem CPF/CNPJ"  to ver-total-label
          move ws-neg-qtd-sem-doc       to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Inclusoes no arquivo"   to ver-total-label
          move ws-neg-qtd-inclusoes     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Exclusoes no arquivo"   to ver-total-label
          move ws-neg-qtd-exclusoes     to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Encerrados antes da inclusao" to ver-total-label
          move ws-neg-qtd-encerrados    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          close relatorio

          if   modo-batch
               move "P"                  to ws-destino-rel
               move wid-relatorio        to ws-nome-arq-rel
               move "N"                  to ws-opcao-dialogo-rel
               move 1                    to ws-copias-rel
               call relatorio-impressao using ws-param-relatorio
               cancel relatorio-impressao
               move spaces               to ws-msg-log
               string "negativacao avisos=" ws-neg-qtd-avisos
                      " inclusoes=" ws-neg-qtd-inclusoes
                      " exclusoes=" ws-neg-qtd-exclusoes
                      " sem doc=" ws-neg-qtd-sem-doc
                      delimited by size into ws-msg-log
               perform 2129-grava-log-batch
               if   ws-neg-qtd-sem-doc > zeros
                    and ws-rc-batch < 4
                    move 4               to ws-rc-batch
               end-if
          else
               display erase
               display "Negativacao / Protesto" at 0430
               display "Avisos previos     : " at 0605
               display ws-neg-qtd-avisos        at 0627
               display "Inclusoes          : " at 0705
               display ws-neg-qtd-inclusoes     at 0727
               display "Exclusoes          : " at 0805
               display ws-neg-qtd-exclusoes     at 0827
               display "Sem CPF/CNPJ       : " at 0905
               display ws-neg-qtd-sem-doc       at 0927
               if   ngt-qtd > zeros
                    display "Arquivo gerado     : " at 1005
                    display wid-negativacao (1:50)   at 1027
               end-if
               perform 2051-dialogo-impressao
          end-if.
       2493-fim.
          exit.
       2493-exit section.
       2493.
          exit.

      *>  the titulo in registro-titulos has just left "A": an
      *>  inclusao already sent must be undone in the next file, a
      *>  notice not yet acted on simply closes.  a perda (X) stays
      *>  at the bureau - the debt is still owed.
       2494-neg-titulo-encerrado section.
       2494.
          if   tit-situacao = "A" or "X"
               go to 2494-fim
          end-if
          move tit-numero               to neg-titulo
          read negativacoes
          if   fs-negativacao <> "00"
               go to 2494-fim
          end-if
          if   neg-situacao <> "A" and neg-situacao <> "I"
               go to 2494-fim
          end-if
          move neg-situacao             to ws-neg-sit-anterior
          accept neg-data-baixa from date yyyymmdd
          evaluate tit-situacao
              when "P"
                   move "P"              to neg-motivo-baixa
              when "R"
                   move "R"              to neg-motivo-baixa
              when other
                   move "C"              to neg-motivo-baixa
          end-evaluate
          if   neg-situacao = "I"
               move "E"                  to neg-situacao
          else
               move "C"                  to neg-situacao
          end-if
          rewrite registro-negativacoes
          perform 2498-audita-negativacao.
       2494-fim.
          exit.
       2494-exit section.
       2494.
          exit.

      *>  the open titulo in registro-titulos, if it is past
      *>  ws-pfn-neg-dias and was never notified: the letter, the
      *>  ocorrencia with the date the inclusao falls due, and its
      *>  negativacoes record in "A".
       2495-aviso-negativacao section.
       2495.
          if   function test-date-yyyymmdd (tit-vencimento) <> zeros
               go to 2495-fim
          end-if
          compute ws-neg-atraso =
                  function integer-of-date (ws-neg-hoje)
                - function integer-of-date (tit-vencimento)
          if   ws-neg-atraso < ws-pfn-neg-dias
               go to 2495-fim
          end-if
          perform 2265-saldo-titulo
          if   ws-saldo-titulo = zeros
               go to 2495-fim
          end-if
          move tit-numero               to neg-titulo
          read negativacoes
          if   fs-negativacao = "00"
               go to 2495-fim
          end-if
          move tit-codigo-cliente       to codigo
          read clientes
          if   fs-clientes <> "00"
               go to 2495-fim
          end-if
      *>  the bureau identifies the debtor by the document only.
          if   cpf-cnpj = spaces
               add 1                     to ws-neg-qtd-sem-doc
               go to 2495-fim
          end-if

          initialize registro-negativacoes
          move tit-numero               to neg-titulo
          move codigo                   to neg-cliente
          move "A"                      to neg-situacao
          move ws-pfn-neg-modalidade    to neg-modalidade
          move tipo-pessoa              to neg-tipo-pessoa
          move cpf-cnpj                 to neg-cpf-cnpj
          move tit-vencimento           to neg-vencimento
          move ws-saldo-titulo          to neg-valor
          move ws-neg-hoje              to neg-data-aviso
          move ws-neg-hoje              to ws-data-base-calc
          move ws-pfn-neg-prazo         to ws-dias-somar
          perform 2255-soma-dias-data
          move ws-data-result-calc      to neg-data-limite
          move zeros                    to neg-data-inclusao
          move zeros                    to neg-data-baixa
          move spaces                   to neg-motivo-baixa
          move zeros                    to neg-data-exclusao
          move ws-oper-login-logado     to neg-operador
          write registro-negativacoes
          if   fs-negativacao <> "00"
               go to 2495-fim
          end-if

          perform 2069-resolve-cidade-bairro
          if   ws-pfn-neg-modalidade = "P"
               move "AVISO DE PROTESTO"   to ws-rgu-nome-etapa
          else
               move "AVISO DE NEGATIVACAO" to ws-rgu-nome-etapa
          end-if
          move spaces                   to ws-rgu-vencimento-edit
          string tit-vencimento (7:2) "/" tit-vencimento (5:2) "/"
                 tit-vencimento (1:4)
                 delimited by size into ws-rgu-vencimento-edit
          move ws-saldo-titulo          to ws-rgu-valor-edit
          move ws-neg-atraso            to ws-rgu-dias-edit
          move spaces                   to ws-neg-limite-edit
          string neg-data-limite (7:2) "/" neg-data-limite (5:2) "/"
                 neg-data-limite (1:4)
                 delimited by size into ws-neg-limite-edit
          if   ws-neg-qtd-avisos > zeros
               move "@PAGINA@"            to relatorio-registro
               write relatorio-registro
          end-if
          add 1                         to ws-neg-qtd-avisos
          perform varying ws-idx-carta from 1 by 1
              until ws-idx-carta > ws-qtd-linhas-carta
             move ws-carta-modelo (ws-idx-carta) to ws-carta-linha
             perform 2093-monta-linha-carta
             move ws-carta-saida        to relatorio-registro
             write relatorio-registro
          end-perform

          move spaces                   to ws-neg-texto-oco
          string "NEGATIVACAO TIT " tit-numero
                 " aviso previo, inclusao em " ws-neg-limite-edit
                 delimited by size into ws-neg-texto-oco
          move neg-data-limite          to ws-neg-retorno-oco
          perform 2497-grava-ocorrencia-neg
          move spaces                   to ws-neg-sit-anterior
          perform 2498-audita-negativacao.
       2495-fim.
          exit.
       2495-exit section.
       2495.
          exit.

      *>  the prior-notice template of the modalidade into the carta
      *>  bench; a missing file is created with the default text.
       2496-carrega-modelo-negativ section.
       2496.
          if   ws-pfn-neg-modalidade = "P"
               move "protesto_aviso.txt"  to ws-neg-modelo
          else
               move "negativacao_aviso.txt" to ws-neg-modelo
          end-if
          move ws-neg-modelo            to wid-modelo-regua
          open input arq-modelo-regua
          if   fs-modelo-regua = "35"
               open output arq-modelo-regua
               move "Prezado(a) %NOME%,"  to registro-modelo-regua
               write registro-modelo-regua
               move spaces                to registro-modelo-regua
               write registro-modelo-regua
               move "%ETAPA%: o titulo %TITULO%, vencido em"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "%VENCIMENTO% (%DIAS% dias), de R$ %VALOR%,"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "permanece em aberto.  Nao havendo o pagamento ate"
                    to registro-modelo-regua
               write registro-modelo-regua
               if   ws-pfn-neg-modalidade = "P"
                    move "%PRAZO%, o titulo sera encaminhado a protesto"
                         to registro-modelo-regua
                    write registro-modelo-regua
                    move "no cartorio competente."
                         to registro-modelo-regua
                    write registro-modelo-regua
               else
                    move "%PRAZO%, o debito sera incluido nos cadastros"
                         to registro-modelo-regua
                    write registro-modelo-regua
                    move "de protecao ao credito (art. 43, par. 2o, do"
                         to registro-modelo-regua
                    write registro-modelo-regua
                    move "Codigo de Defesa do Consumidor)."
                         to registro-modelo-regua
                    write registro-modelo-regua
               end-if
               move spaces                to registro-modelo-regua
               write registro-modelo-regua
               move "Caso o pagamento ja tenha sido feito,"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "por favor desconsidere este aviso."
                    to registro-modelo-regua
               write registro-modelo-regua
               move spaces                to registro-modelo-regua
               write registro-modelo-regua
               move "%ENDERECO%, %NUMERO% %COMPLEMENTO%"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "%BAIRRO% - %CIDADE%/%ESTADO%"
                    to registro-modelo-regua
               write registro-modelo-regua
               move "CEP: %CEP%"           to registro-modelo-regua
               write registro-modelo-regua
               close arq-modelo-regua
               open input arq-modelo-regua
          end-if
          move zeros                    to ws-qtd-linhas-carta
          if   fs-modelo-regua = "00"
               read arq-modelo-regua
               perform until fs-modelo-regua <> "00"
                          or ws-qtd-linhas-carta >= 60
                  add 1                   to ws-qtd-linhas-carta
                  move registro-modelo-regua
                       to ws-carta-modelo (ws-qtd-linhas-carta)
                  read arq-modelo-regua
               end-perform
               close arq-modelo-regua
          end-if.
       2496-exit section.
       2496.
          exit.

      *>  ws-neg-texto-oco as the next ocorrencia of client codigo,
      *>  with ws-neg-retorno-oco as its follow-up date (2329).
       2497-grava-ocorrencia-neg section.
       2497.
          move zeros                    to ws-neg-seq-oco
          move codigo                   to oco-codigo
          move zeros                    to oco-sequencia
          start ocorrencias key is not less oco-chave
              invalid key continue
          end-start
          if   fs-ocorr = "00"
               read ocorrencias next
               perform until fs-ocorr <> "00"
                          or oco-codigo <> codigo
                  move oco-sequencia     to ws-neg-seq-oco
                  read ocorrencias next
               end-perform
          end-if
          if   ws-neg-seq-oco >= 999
               go to 2497-fim
          end-if
          add 1                         to ws-neg-seq-oco
          initialize registro-ocorrencias
          move codigo                   to oco-codigo
          move ws-neg-seq-oco           to oco-sequencia
          accept oco-data from date yyyymmdd
          accept oco-hora from time
          move ws-oper-login-logado     to oco-operador
          move ws-neg-texto-oco         to oco-texto
          move ws-neg-retorno-oco       to oco-retorno
          if   ws-neg-retorno-oco > zeros
               move "N"                  to oco-resolvida
          else
               move "S"                  to oco-resolvida
          end-if
          write registro-ocorrencias
          if   fs-ocorr = "00" and oco-retorno > zeros
               initialize ws-ind-deltas
               move oco-retorno           to ws-ind-data
               move 1                     to ws-ind-d-oco
               perform 2404-atualiza-indicador
          end-if.
       2497-fim.
          exit.
       2497-exit section.
       2497.
          exit.

       2498-audita-negativacao section.
       2498.
          move neg-cliente              to aud-codigo
          move ws-oper-login-logado     to aud-operador
          accept aud-data                  from date yyyymmdd
          accept aud-hora                  from time
          move "NEGATIVACAO"            to aud-campo
          move spaces                   to aud-valor-anterior
          if   ws-neg-sit-anterior <> spaces
               string "titulo " neg-titulo " sit " ws-neg-sit-anterior
                      delimited by size into aud-valor-anterior
          end-if
          move neg-valor                to ws-valor-edit
          move spaces                   to aud-valor-novo
          string "titulo " neg-titulo " sit " neg-situacao
                 " " neg-modalidade " valor " ws-valor-edit
                 delimited by size into aud-valor-novo
          perform 2219-grava-registro-auditoria.
       2498-exit section.
       2498.
          exit.

      *>  one negativacoes record during the run: a notice whose
      *>  prazo ran out goes in as an inclusao, at the titulo's
      *>  saldo of today; a pending exclusao - or an inclusao whose
      *>  titulo was closed by a path that did not flag it - goes
      *>  out as an exclusao.
       2499-exporta-negativacao section.
       2499.
          if   neg-situacao <> "A" and neg-situacao <> "I"
               and neg-situacao <> "E"
               go to 2499-fim
          end-if
          move neg-situacao             to ws-neg-sit-anterior
          move "N"                      to ws-flag-neg-titulo
          move neg-titulo               to tit-numero
          read titulos
          if   fs-titulos = "00"
               if   tit-situacao = "X"
                    set  neg-titulo-em-aberto to true
               end-if
               if   tit-situacao = "A"
                    perform 2265-saldo-titulo
                    if   ws-saldo-titulo > zeros
                         set  neg-titulo-em-aberto to true
                    end-if
               end-if
          end-if
          if   neg-situacao <> "E"
               and not neg-titulo-em-aberto
               move ws-neg-hoje           to neg-data-baixa
               if   fs-titulos = "00" and tit-situacao = "R"
                    move "R"              to neg-motivo-baixa
               else
                    if   fs-titulos = "00" and tit-situacao = "P"
                         move "P"         to neg-motivo-baixa
                    else
                         move "C"         to neg-motivo-baixa
                    end-if
               end-if
               if   neg-situacao = "A"
                    move "C"              to neg-situacao
                    rewrite registro-negativacoes
                    perform 2498-audita-negativacao
                    add 1                 to ws-neg-qtd-encerrados
                    move "ENCERRADO "     to ws-neg-rotulo
                    move "pago antes da inclusao"
                         to ws-neg-texto-rel
                    perform 2503-linha-negativacao
                    go to 2499-fim
               end-if
               move "E"                   to neg-situacao
          end-if

          evaluate neg-situacao
              when "A"
                   if   ws-neg-hoje < neg-data-limite
                        go to 2499-fim
                   end-if
                   move ws-saldo-titulo   to neg-valor
                   move "I"               to ws-neg-operacao
                   perform 2500-registro-negativacao
                   move "I"               to neg-situacao
                   move ws-neg-hoje       to neg-data-inclusao
                   add 1                  to ws-neg-qtd-inclusoes
                   add neg-valor          to ws-neg-valor-arquivo
                   move "INCLUSAO   "     to ws-neg-rotulo
                   move spaces            to ws-neg-texto-rel
              when "E"
                   move "E"               to ws-neg-operacao
                   perform 2500-registro-negativacao
                   move "X"               to neg-situacao
                   move ws-neg-hoje       to neg-data-exclusao
                   add 1                  to ws-neg-qtd-exclusoes
                   move "EXCLUSAO   "     to ws-neg-rotulo
                   evaluate neg-motivo-baixa
                       when "P"
                            move "titulo pago" to ws-neg-texto-rel
                       when "R"
                            move "titulo renegociado em acordo"
                                 to ws-neg-texto-rel
                       when other
                            move "titulo cancelado"
                                 to ws-neg-texto-rel
                   end-evaluate
              when other
                   go to 2499-fim
          end-evaluate
          rewrite registro-negativacoes
          perform 2498-audita-negativacao
          perform 2503-linha-negativacao
          if   neg-situacao = "I" or "X"
               move neg-cliente           to codigo
               move spaces                to ws-neg-texto-oco
               if   neg-situacao = "I"
                    string "NEGATIVACAO TIT " neg-titulo
                           " incluido - modalidade " neg-modalidade
                           delimited by size into ws-neg-texto-oco
               else
                    string "NEGATIVACAO TIT " neg-titulo
                           " exclusao enviada - " ws-neg-texto-rel
                           delimited by size into ws-neg-texto-oco
               end-if
               move zeros                 to ws-neg-retorno-oco
               perform 2497-grava-ocorrencia-neg
          end-if.
       2499-fim.
          exit.
       2499-exit section.
       2499.
          exit.

      *>  the detail of registro-negativacoes into the bureau file,
      *>  ws-neg-operacao I or E; name and address from the cadastro
      *>  when the client is still there.
       2500-registro-negativacao section.
       2500.
          move spaces                   to ws-neg-detalhe
          move "1"                      to ngd-tipo
          move ws-neg-operacao          to ngd-operacao
          move neg-modalidade           to ngd-modalidade
          if   neg-tipo-pessoa = "J"
               move "02"                 to ngd-tipo-inscricao
          else
               move "01"                 to ngd-tipo-inscricao
          end-if
          move neg-cpf-cnpj             to ngd-cpf-cnpj
          move zeros                    to ngd-numero
          move neg-cliente              to codigo
          read clientes
          if   fs-clientes = "00"
               perform 2069-resolve-cidade-bairro
               move nome                 to ngd-nome
               move endereco             to ngd-endereco
               if   numero numeric
                    move numero          to ngd-numero
               end-if
               move ws-nome-bairro-resolvido to ngd-bairro
               move ws-nome-cidade-resolvido to ngd-cidade
               move ws-uf-cidade-resolvido   to ngd-uf
               if   ngd-uf = spaces
                    move estado          to ngd-uf
               end-if
               move cep                  to ngd-cep
          end-if
          move neg-titulo               to ngd-contrato
          move neg-vencimento           to ngd-vencimento
          compute ngd-valor = neg-valor * 100
          if   ngd-operacao = "I"
               move neg-vencimento       to ngd-data-ocorrencia
               move spaces               to ngd-motivo-baixa
          else
               move neg-data-baixa       to ngd-data-ocorrencia
               evaluate neg-motivo-baixa
                   when "P"
                        move "01"        to ngd-motivo-baixa
                   when "R"
                        move "02"        to ngd-motivo-baixa
                   when other
                        move "03"        to ngd-motivo-baixa
               end-evaluate
          end-if
          move ws-neg-detalhe           to registro-arq-negativ
          write registro-arq-negativ.
       2500-exit section.
       2500.
          exit.

      *>  the part of the control report that stands on its own:
      *>  notices still inside their prazo, exclusoes not yet sent,
      *>  and the titulos active at the bureau.
       2501-controle-negativacao section.
       2501.
          move zeros                    to ws-neg-qtd-aguardando
          move zeros                    to ws-neg-qtd-pend-exclusao
          move zeros                    to ws-neg-qtd-ativos
          move zeros                    to ws-neg-valor-ativos
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Inclusoes pendentes (aviso previo no prazo)"
               to relatorio-registro
          write relatorio-registro
          initialize registro-negativacoes
          start negativacoes key is not less neg-titulo
              invalid key continue
          end-start
          if   fs-negativacao = "00"
               read negativacoes next
               perform until fs-negativacao <> "00"
                  if   neg-situacao = "A"
                       add 1              to ws-neg-qtd-aguardando
                       move "AGUARDANDO "  to ws-neg-rotulo
                       move spaces        to ws-neg-texto-rel
                       string "inclusao em " neg-data-limite (7:2)
                              "/" neg-data-limite (5:2) "/"
                              neg-data-limite (1:4)
                              delimited by size into ws-neg-texto-rel
                       perform 2503-linha-negativacao
                  end-if
                  if   neg-situacao = "I"
                       add 1              to ws-neg-qtd-ativos
                       add neg-valor      to ws-neg-valor-ativos
                  end-if
                  read negativacoes next
               end-perform
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Exclusoes pendentes de envio" to relatorio-registro
          write relatorio-registro
          initialize registro-negativacoes
          start negativacoes key is not less neg-titulo
              invalid key continue
          end-start
          if   fs-negativacao = "00"
               read negativacoes next
               perform until fs-negativacao <> "00"
                  if   neg-situacao = "E"
                       add 1              to ws-neg-qtd-pend-exclusao
                       move "PENDENTE   "  to ws-neg-rotulo
                       move spaces        to ws-neg-texto-rel
                       string "baixado em " neg-data-baixa (7:2)
                              "/" neg-data-baixa (5:2) "/"
                              neg-data-baixa (1:4)
                              delimited by size into ws-neg-texto-rel
                       perform 2503-linha-negativacao
                  end-if
                  read negativacoes next
               end-perform
          end-if
          move spaces                   to relatorio-registro
          write relatorio-registro
          move "Aguardando inclusao"    to ver-total-label
          move ws-neg-qtd-aguardando    to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Exclusoes pendentes"    to ver-total-label
          move ws-neg-qtd-pend-exclusao to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move "Titulos incluidos ativos" to ver-total-label
          move ws-neg-qtd-ativos        to ver-total-qtd
          move linha-total-ver          to relatorio-registro
          write relatorio-registro
          move ws-neg-valor-ativos      to ws-valor-edit
          move spaces                   to relatorio-registro
          string "Valor incluido ativo: " ws-valor-edit
                 delimited by size into relatorio-registro
          write relatorio-registro.
       2501-exit section.
       2501.
          exit.

      *>  the control report on demand, with no file generated.
       2502-relatorio-controle-neg section.
       2502.
          perform 2007-monta-label-rel
          open output relatorio
          move "Negativacao / Protesto - Pendencias"
               to relatorio-registro
          write relatorio-registro
          perform 2501-controle-negativacao
          close relatorio
          display erase
          display "Controle de Negativacao" at 0430
          display "Aguardando inclusao: " at 0605
          display ws-neg-qtd-aguardando    at 0627
          display "Exclusoes pendentes: " at 0705
          display ws-neg-qtd-pend-exclusao at 0727
          display "Incluidos ativos   : " at 0805
          display ws-neg-qtd-ativos        at 0827
          perform 2051-dialogo-impressao.
       2502-exit section.
       2502.
          exit.

      *>  one control line for the record in registro-negativacoes:
      *>  ws-neg-rotulo, the titulo, client, document, saldo and
      *>  ws-neg-texto-rel.
       2503-linha-negativacao section.
       2503.
          move neg-valor                to ws-valor-edit
          move spaces                   to relatorio-registro
          string ws-neg-rotulo " titulo " neg-titulo
                 " cliente " neg-cliente " " neg-cpf-cnpj
                 " " ws-valor-edit " " ws-neg-texto-rel
                 delimited by size into relatorio-registro
          write relatorio-registro.
       2503-exit section.
       2503.
          exit.

      *>===================================================================================
      *>  projecao de recebimentos: open titulos placed on the date
      *>  they are expected to be paid (vencimento plus the client's
      *>  average delay), summed per day, week and month for the next
      *>  ws-flx-horizonte days, per filial and for the whole company.
       2504-projecao-recebimentos section.
       2504.
          display erase
          display "Projecao de Recebimentos" at 0430
          move 06                       to ws-lin-filial
          perform 2217-pede-filial-filtro
          display "Processando..."        at 0805
          perform 2505-executa-projecao
          perform 2511-resumo-projecao
          display erase
          display "Projecao de Recebimentos" at 0430
          display "Arquivo CSV: "          at 0605
          display wid-csv (1:60)           at 0618
          perform 2051-dialogo-impressao.
       2504-exit section.
       2504.
          exit.

      *>  projection core, used by the screen (2504) and by batch
      *>  mode (5119) - ws-filial-filtro must be set (0 = todas).
       2505-executa-projecao section.
       2505.
          accept ws-flx-hoje from date yyyymmdd
          compute ws-flx-fim = function date-of-integer
                  (function integer-of-date (ws-flx-hoje)
                   + ws-flx-horizonte - 1)
          compute ws-flx-inicio-hist = function date-of-integer
                  (function integer-of-date (ws-flx-hoje)
                   - ws-flx-janela-hist)
          move zeros                    to ws-flx-qtd-fil
          move zeros                    to ws-flx-qtd-titulos
          move zeros                    to ws-flx-qtd-clientes-hist
          initialize ws-flx-tab-filiais
          initialize ws-flx-total-valores
          open output fluxo-trabalho
          close fluxo-trabalho
          open i-o fluxo-trabalho
          perform 2506-historico-atraso

          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos = "00"
               read titulos next
               perform until fs-titulos <> "00"
                  if   tit-situacao = "A"
                       perform 2507-projeta-titulo
                  end-if
                  read titulos next
               end-perform
          end-if
          close fluxo-trabalho
          perform 2508-relatorio-projecao.
       2505-exit section.
       2505.
          exit.

      *>  days late of every titulo settled inside the history window,
      *>  summed per client in the work file.  payments ahead of the
      *>  vencimento count negative, so an early payer is expected
      *>  early.
       2506-historico-atraso section.
       2506.
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          if   fs-titulos <> "00"
               go to 2506-fim
          end-if
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-situacao = "P"
                  and tit-data-baixa numeric
                  and tit-data-baixa >= ws-flx-inicio-hist
                  and tit-data-baixa <= ws-flx-hoje
                  move tit-vencimento    to ws-cal-venc
                  move tit-data-baixa    to ws-cal-ref
                  perform 2347-dias-atraso
                  move tit-codigo-cliente to flx-cliente
                  read fluxo-trabalho
                  if   fs-fluxo = "00"
                       add 1              to flx-qtd-baixas
                       add ws-cal-atraso  to flx-soma-dias
                       rewrite registro-fluxo
                  else
                       move 1             to flx-qtd-baixas
                       move ws-cal-atraso to flx-soma-dias
                       write registro-fluxo
                       add 1              to ws-flx-qtd-clientes-hist
                  end-if
             end-if
             read titulos next
          end-perform.
       2506-fim.
          exit.
       2506-exit section.
       2506.
          exit.

      *>  the open titulo in registro-titulos into its day of the
      *>  projection, for its filial and for the company total.  a
      *>  client with no history is expected on the vencimento; an
      *>  expected date already behind us goes to "em atraso" unless
      *>  the titulo itself is not yet due, when it is expected today.
       2507-projeta-titulo section.
       2507.
          perform 2265-saldo-titulo
          if   ws-saldo-titulo = zeros
               or function test-date-yyyymmdd (tit-vencimento)
                  <> zeros
               go to 2507-fim
          end-if
          move tit-codigo-cliente       to codigo
          read clientes
          if   fs-clientes = "00"
               perform 2218-filial-do-cliente
          else
               move zeros                to ws-filial-cliente-num
          end-if
          if   ws-filial-filtro > zeros
               and ws-filial-cliente-num <> ws-filial-filtro
               go to 2507-fim
          end-if

          move zeros                    to ws-flx-media
          move tit-codigo-cliente       to flx-cliente
          read fluxo-trabalho
          if   fs-fluxo = "00"
               and flx-qtd-baixas > zeros
               compute ws-flx-media rounded =
                       flx-soma-dias / flx-qtd-baixas
          end-if
          compute ws-cal-data = function date-of-integer
                  (function integer-of-date (tit-vencimento)
                   + ws-flx-media)
          perform 2346-proximo-dia-util
          move ws-cal-data              to ws-flx-previsto
          compute ws-flx-dias =
                  function integer-of-date (ws-flx-previsto)
                - function integer-of-date (ws-flx-hoje)
          if   ws-flx-dias < zeros
               and tit-vencimento >= ws-flx-hoje
               move zeros                to ws-flx-dias
          end-if
          evaluate true
             when ws-flx-dias < zeros
                  move 1                 to ws-flx-pos
             when ws-flx-dias < ws-flx-horizonte
                  compute ws-flx-pos = ws-flx-dias + 2
             when other
                  move 92                to ws-flx-pos
          end-evaluate
          add 1                         to ws-flx-qtd-titulos
          add ws-saldo-titulo           to ws-flx-tot-valor (ws-flx-pos)

          move "N"                      to ws-flag-flx-achada
          move zeros                    to ws-flx-ix-fil
          perform varying ws-flx-ix from 1 by 1
              until ws-flx-ix > ws-flx-qtd-fil
                 or flx-filial-achada
             if   ws-flx-fil-numero (ws-flx-ix)
                  = ws-filial-cliente-num
                  move ws-flx-ix         to ws-flx-ix-fil
                  set flx-filial-achada  to true
             end-if
          end-perform
      *>  past 20 filiais the titulo still counts in the company
      *>  total, only its own filial section is left out.
          if   not flx-filial-achada
               and ws-flx-qtd-fil < 20
               add 1                     to ws-flx-qtd-fil
               move ws-flx-qtd-fil       to ws-flx-ix-fil
               move ws-filial-cliente-num
                    to ws-flx-fil-numero (ws-flx-ix-fil)
               set flx-filial-achada     to true
          end-if
          if   flx-filial-achada
               add ws-saldo-titulo
                   to ws-flx-fil-valor (ws-flx-ix-fil ws-flx-pos)
          end-if.
       2507-fim.
          exit.
       2507-exit section.
       2507.
          exit.

      *>  report and CSV: one section per filial in filial order,
      *>  then the company total when no filial was chosen.
       2508-relatorio-projecao section.
       2508.
          perform 2007-monta-label-rel
          move spaces                   to wid-csv
          string wid-relatorio delimited by ".rel"
                 ".csv"        delimited by size
                 into wid-csv
          open output relatorio
          open output arq-csv
          move spaces                   to registro-csv
          string "Filial,Data,Dia,Previsto,Semana,Mes"
                 delimited by size into registro-csv
          write registro-csv
          move zeros                    to ws-num-pagina
          move spaces                   to ws-data-edit
          string ws-flx-hoje (7:2) "/" ws-flx-hoje (5:2) "/"
                 ws-flx-hoje (1:4) delimited by size
                 into ws-data-edit
          move ws-data-edit             to cab-flx-inicio
          move spaces                   to ws-data-edit
          string ws-flx-fim (7:2) "/" ws-flx-fim (5:2) "/"
                 ws-flx-fim (1:4) delimited by size
                 into ws-data-edit
          move ws-data-edit             to cab-flx-fim

          perform varying ws-flx-filial-num from 0 by 1
              until ws-flx-filial-num > 99
             perform varying ws-flx-ix-fil from 1 by 1
                 until ws-flx-ix-fil > ws-flx-qtd-fil
                if   ws-flx-fil-numero (ws-flx-ix-fil)
                     = ws-flx-filial-num
                     move ws-flx-fil-valores (ws-flx-ix-fil)
                          to ws-flx-trab-valores
                     move spaces         to ws-flx-secao
                     string "FILIAL " ws-flx-fil-numero (ws-flx-ix-fil)
                            delimited by size into ws-flx-secao
                     perform 2510-imprime-secao-flx
                end-if
             end-perform
          end-perform
          if   ws-filial-filtro = zeros
               or ws-flx-qtd-fil = zeros
               move ws-flx-total-valores to ws-flx-trab-valores
               move "TODAS AS FILIAIS"   to ws-flx-secao
               perform 2510-imprime-secao-flx
          end-if
          close arq-csv
          close relatorio.
       2508-exit section.
       2508.
          exit.

      *>  day ws-flx-ix of the projection (0 = today): the date into
      *>  ws-flx-data and whether it closes a week (sunday) or a
      *>  month; the last day of the horizon closes both.
       2509-dia-projecao section.
       2509.
          compute ws-flx-serial =
                  function integer-of-date (ws-flx-hoje) + ws-flx-ix
          compute ws-flx-data =
                  function date-of-integer (ws-flx-serial)
          compute ws-flx-data-seg =
                  function date-of-integer (ws-flx-serial + 1)
          compute ws-flx-dia-semana = function mod (ws-flx-serial 7)
          move "N"                      to ws-flag-flx-fecha-semana
          move "N"                      to ws-flag-flx-fecha-mes
          if   ws-flx-dia-semana = 0
               or ws-flx-ix = ws-flx-horizonte - 1
               set flx-fecha-semana     to true
          end-if
          if   ws-flx-data-aamm <> ws-flx-data-seg-aamm
               or ws-flx-ix = ws-flx-horizonte - 1
               set flx-fecha-mes        to true
          end-if.
       2509-exit section.
       2509.
          exit.

      *>  one section of the report for the values in
      *>  ws-flx-trab-valores under the title ws-flx-secao.  only the
      *>  days with something expected, or closing a week or month
      *>  with something in it, are printed.
       2510-imprime-secao-flx section.
       2510.
          move ws-flx-secao             to cab-flx-secao
          perform 2512-cab-fluxo
          move zeros                    to ws-flx-semana
          move zeros                    to ws-flx-mes
          move zeros                    to ws-flx-total
          if   ws-flx-trab-valor (1) > zeros
               move spaces               to linha-flx-det
               move "EM ATRASO"          to flx-det-data
               move ws-flx-trab-valor (1) to ws-flx-valor-edit
               move ws-flx-valor-edit    to flx-det-dia
               add ws-flx-trab-valor (1) to ws-flx-total
               perform 2513-grava-linha-flx
          end-if
          perform varying ws-flx-ix from 0 by 1
              until ws-flx-ix >= ws-flx-horizonte
             perform 2509-dia-projecao
             compute ws-flx-pos = ws-flx-ix + 2
             add ws-flx-trab-valor (ws-flx-pos) to ws-flx-semana
             add ws-flx-trab-valor (ws-flx-pos) to ws-flx-mes
             add ws-flx-trab-valor (ws-flx-pos) to ws-flx-total
             if   ws-flx-trab-valor (ws-flx-pos) > zeros
                  or (flx-fecha-semana and ws-flx-semana > zeros)
                  or (flx-fecha-mes and ws-flx-mes > zeros)
                  move spaces            to linha-flx-det
                  move spaces            to ws-data-edit
                  string ws-flx-data (7:2) "/" ws-flx-data (5:2) "/"
                         ws-flx-data (1:4) delimited by size
                         into ws-data-edit
                  move ws-data-edit      to flx-det-data
                  move ws-nome-dia (ws-flx-dia-semana + 1)
                       to flx-det-dia-sem
                  if   ws-flx-trab-valor (ws-flx-pos) > zeros
                       move ws-flx-trab-valor (ws-flx-pos)
                            to ws-flx-valor-edit
                       move ws-flx-valor-edit to flx-det-dia
                  end-if
                  if   flx-fecha-semana
                       move ws-flx-semana to ws-flx-valor-edit
                       move ws-flx-valor-edit to flx-det-semana
                  end-if
                  if   flx-fecha-mes
                       move ws-flx-mes    to ws-flx-valor-edit
                       move ws-flx-valor-edit to flx-det-mes
                  end-if
                  perform 2513-grava-linha-flx
             end-if
             if   flx-fecha-semana
                  move zeros             to ws-flx-semana
             end-if
             if   flx-fecha-mes
                  move zeros             to ws-flx-mes
             end-if
          end-perform
          if   ws-flx-trab-valor (92) > zeros
               move spaces               to linha-flx-det
               move "POSTERIOR"          to flx-det-data
               move ws-flx-trab-valor (92) to ws-flx-valor-edit
               move ws-flx-valor-edit    to flx-det-dia
               add ws-flx-trab-valor (92) to ws-flx-total
               perform 2513-grava-linha-flx
          end-if
          move spaces                   to linha-flx-det
          move "TOTAL"                  to flx-det-data
          move ws-flx-total             to ws-flx-valor-edit
          move ws-flx-valor-edit        to flx-det-dia
          perform 2513-grava-linha-flx.
       2510-exit section.
       2510.
          exit.

      *>  summary on the screen for the whole projection (or the
      *>  chosen filial): the weeks on the left, the months, the
      *>  overdue, what falls beyond the horizon and the total on
      *>  the right.
       2511-resumo-projecao section.
       2511.
          display erase
          display "Projecao de Recebimentos" at 0430
          display "Por semana"            at 0505
          display "Por mes"               at 0542
          move 06                       to ws-flx-lin
          move 06                       to ws-flx-lin-mes
          move zeros                    to ws-flx-semana
          move zeros                    to ws-flx-mes
          move ws-flx-tot-valor (1)     to ws-flx-total
          add ws-flx-tot-valor (92)     to ws-flx-total
          perform varying ws-flx-ix from 0 by 1
              until ws-flx-ix >= ws-flx-horizonte
             perform 2509-dia-projecao
             compute ws-flx-pos = ws-flx-ix + 2
             add ws-flx-tot-valor (ws-flx-pos) to ws-flx-semana
             add ws-flx-tot-valor (ws-flx-pos) to ws-flx-mes
             add ws-flx-tot-valor (ws-flx-pos) to ws-flx-total
             if   flx-fecha-semana
                  move spaces            to ws-data-edit
                  string ws-flx-data (7:2) "/" ws-flx-data (5:2) "/"
                         ws-flx-data (1:4) delimited by size
                         into ws-data-edit
                  compute ws-flx-at = ws-flx-lin * 100 + 05
                  display "ate "         at ws-flx-at
                  compute ws-flx-at = ws-flx-lin * 100 + 09
                  display ws-data-edit   at ws-flx-at
                  move ws-flx-semana     to ws-flx-valor-edit
                  compute ws-flx-at = ws-flx-lin * 100 + 21
                  display ws-flx-valor-edit at ws-flx-at
                  add 1                  to ws-flx-lin
                  move zeros             to ws-flx-semana
             end-if
             if   flx-fecha-mes
                  compute ws-flx-at = ws-flx-lin-mes * 100 + 42
                  display ws-flx-data (5:2) at ws-flx-at
                  compute ws-flx-at = ws-flx-lin-mes * 100 + 44
                  display "/"            at ws-flx-at
                  compute ws-flx-at = ws-flx-lin-mes * 100 + 45
                  display ws-flx-data (1:4) at ws-flx-at
                  move ws-flx-mes        to ws-flx-valor-edit
                  compute ws-flx-at = ws-flx-lin-mes * 100 + 58
                  display ws-flx-valor-edit at ws-flx-at
                  add 1                  to ws-flx-lin-mes
                  move zeros             to ws-flx-mes
             end-if
          end-perform
          add 1                         to ws-flx-lin-mes
          compute ws-flx-at = ws-flx-lin-mes * 100 + 42
          display "Em atraso"             at ws-flx-at
          move ws-flx-tot-valor (1)     to ws-flx-valor-edit
          compute ws-flx-at = ws-flx-lin-mes * 100 + 58
          display ws-flx-valor-edit       at ws-flx-at
          add 1                         to ws-flx-lin-mes
          compute ws-flx-at = ws-flx-lin-mes * 100 + 42
          display "Posterior"             at ws-flx-at
          move ws-flx-tot-valor (92)    to ws-flx-valor-edit
          compute ws-flx-at = ws-flx-lin-mes * 100 + 58
          display ws-flx-valor-edit       at ws-flx-at
          add 1                         to ws-flx-lin-mes
          compute ws-flx-at = ws-flx-lin-mes * 100 + 42
          display "Total"                 at ws-flx-at
          move ws-flx-total             to ws-flx-valor-edit
          compute ws-flx-at = ws-flx-lin-mes * 100 + 58
          display ws-flx-valor-edit       at ws-flx-at
          display "Titulos: "             at 2205
          display ws-flx-qtd-titulos      at 2214
          display "Clientes c/ historico: " at 2225
          display ws-flx-qtd-clientes-hist at 2248
          display "Enter para continuar"  at 2405
          accept ws-teclas.
       2511-exit section.
       2511.
          exit.

       2512-cab-fluxo section.
       2512.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-flx
          move linha-cab-fluxo          to relatorio-registro
          write relatorio-registro
          move linha-cab-flx-secao      to relatorio-registro
          write relatorio-registro
          move linha-cab-flx-labels     to relatorio-registro
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2512-exit section.
       2512.
          exit.

      *>  linha-flx-det to the report, with a new page when full, and
      *>  the same row to the CSV.
       2513-grava-linha-flx section.
       2513.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2512-cab-fluxo
          end-if
          move linha-flx-det            to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina
          move spaces                   to registro-csv
          string function trim (ws-flx-secao) ","
                 function trim (flx-det-data) ","
                 flx-det-dia-sem ","
                 function trim (flx-det-dia) ","
                 function trim (flx-det-semana) ","
                 function trim (flx-det-mes)
                 delimited by size into registro-csv
          write registro-csv.
       2513-exit section.
       2513.
          exit.

      *>===================================================================================
      *>  access log (acessos.log): one line per failed login (F)
      *>  and per lockout (B) for the login typed in
      *>  ws-login-digitado.  opened and closed per entry, as the
      *>  journal does.
       2514-grava-log-acesso section.
       2514.
          open extend arq-log-acesso
          if   fs-log-acesso = "35"
               open output arq-log-acesso
               close arq-log-acesso
               open extend arq-log-acesso
          end-if
          accept acs-data from date yyyymmdd
          accept acs-hora from time
          move ws-login-digitado        to acs-login
          move ws-acs-evento            to acs-evento
          move ws-acs-detalhe           to acs-detalhe
          write registro-log-acesso
          close arq-log-acesso.
       2514-exit section.
       2514.
          exit.

      *>===================================================================================
      *>  atividade de operadores: what each operador did in the
      *>  period, gathered from every file that keeps the operador -
      *>  a summary per operador, the detail of each action and the
      *>  sensitive ones (exclusoes, reversoes/estornos, LGPD and
      *>  transferencias de carteira) listed again for review.
       2515-atividade-operadores section.
       2515.
          display erase
          display "Atividade de Operadores" at 0430
          accept ws-atv-hoje from date yyyymmdd
          move ws-atv-hoje              to ws-atv-ini
          move ws-atv-hoje              to ws-atv-fim
          display "Data inicial       : " at 0605
          accept ws-atv-ini               at 0627 with update
          display "Data final         : " at 0705
          accept ws-atv-fim               at 0727 with update
          display "Operador (branco=todos): " at 0805
          move spaces                   to ws-atv-operador
          accept ws-atv-operador          at 0831
          move 09                       to ws-lin-filial
          perform 2217-pede-filial-filtro
          display "Detalhar acoes [S/N]: " at 1005
          move "S"                      to ws-atv-detalhe
          accept ws-atv-detalhe           at 1027 with update
          move function upper-case(ws-atv-detalhe) to ws-atv-detalhe
          perform 2516-valida-periodo-atv
          if   not atv-periodo-ok
               display "Periodo invalido" at 1905
               accept ws-teclas
               go to 2515-fim
          end-if
          display "Processando..."        at 1205
          perform 2517-executa-atividade
          perform 2529-resumo-tela-atividade
          perform 2051-dialogo-impressao.
       2515-fim.
          exit.
       2515-exit section.
       2515.
          exit.

      *>  a valid ws-atv-ini/ws-atv-fim of at most a year.
       2516-valida-periodo-atv section.
       2516.
          move "N"                      to ws-flag-atv-periodo
          if   function test-date-yyyymmdd (ws-atv-ini) <> zeros
               or function test-date-yyyymmdd (ws-atv-fim) <> zeros
               or ws-atv-ini > ws-atv-fim
               go to 2516-fim
          end-if
          compute ws-atv-dias = function integer-of-date (ws-atv-fim)
                              - function integer-of-date (ws-atv-ini)
          if   ws-atv-dias > 366
               go to 2516-fim
          end-if
          set  atv-periodo-ok            to true.
       2516-fim.
          exit.
       2516-exit section.
       2516.
          exit.

      *>  activity core, used by the screen (2515) and by batch mode
      *>  (5120) - the period, ws-atv-operador, ws-filial-filtro and
      *>  ws-atv-detalhe must be set.
       2517-executa-atividade section.
       2517.
          move zeros                    to ws-atv-seq
          move zeros                    to ws-atv-qtd-eventos
          move spaces                   to ws-atv-ult-login
          move "N"                      to ws-atv-ult-lido
          open output atividade-trabalho
          close atividade-trabalho
          open i-o atividade-trabalho
          perform 2518-atv-journal
          perform 2519-atv-auditoria
          perform 2520-atv-excluidos
          perform 2521-atv-pedidos-pagtos
          perform 2522-atv-ocorr-consent
          perform 2523-atv-acessos-lgpd
          perform 2525-relatorio-atividade
          close atividade-trabalho.
       2517-exit section.
       2517.
          exit.

      *>  inclusions (I) and alterations (W) of clients from the
      *>  journal of each day of the period.
       2518-atv-journal section.
       2518.
          move ws-atv-ini               to ws-atv-dia
          perform until ws-atv-dia > ws-atv-fim
             move spaces                to wid-journal
             string "journal_" ws-atv-dia ".dat"
                    delimited by size into wid-journal
             open input arq-journal
             if   fs-journal = "00"
                  read arq-journal
                  perform until fs-journal <> "00"
                     if   jrn-arquivo = "C"
                          and (jrn-operacao = "I" or jrn-operacao = "W")
                          move jrn-operador  to ws-atv-ev-operador
                          move jrn-data      to ws-atv-ev-data
                          move jrn-hora      to ws-atv-ev-hora
                          if   jrn-operacao = "I"
                               move 1        to ws-atv-ev-tipo
                          else
                               move 2        to ws-atv-ev-tipo
                          end-if
                          move jrn-registro (1:7) to ws-atv-ev-ref
                          move zeros         to ws-atv-ev-valor
                          move jrn-registro (8:40) to ws-atv-ev-desc
                          perform 2524-grava-evento-atv
                     end-if
                     read arq-journal
                  end-perform
                  close arq-journal
             end-if
             compute ws-atv-dia = function date-of-integer
                     (function integer-of-date (ws-atv-dia) + 1)
          end-perform.
       2518-exit section.
       2518.
          exit.

      *>  inactivations, reversals, estornos/cancelamentos and
      *>  carteira transfers from the auditoria.
       2519-atv-auditoria section.
       2519.
          initialize registro-auditoria
          start clientes-auditoria key is not less aud-chave
              invalid key continue
          end-start
          if   fs-auditoria <> "00"
               go to 2519-fim
          end-if
          read clientes-auditoria next
          perform until fs-auditoria <> "00"
             move zeros                 to ws-atv-ev-tipo
             move spaces                to ws-atv-ev-desc
             if   aud-data >= ws-atv-ini
                  and aud-data <= ws-atv-fim
                  evaluate true
                     when aud-origem = "R"
                          move 11        to ws-atv-ev-tipo
                          string "REVERSAO " aud-campo
                                 delimited by size into ws-atv-ev-desc
                     when aud-origem = "T"
                          move 13        to ws-atv-ev-tipo
                          string "CARTEIRA "
                                 aud-valor-anterior delimited by space
                                 " -> "  delimited by size
                                 aud-valor-novo delimited by space
                                 into ws-atv-ev-desc
                     when aud-campo = "ESTORNO TITULO"
                          or aud-campo = "CANCELAMENTO PEDIDO"
                          move 11        to ws-atv-ev-tipo
                          string aud-campo delimited by "  "
                                 " " aud-valor-anterior
                                 delimited by size into ws-atv-ev-desc
                     when aud-campo = "SITUACAO"
                          and aud-valor-novo (1:1) = "I"
                          move 3         to ws-atv-ev-tipo
                          string "SITUACAO " aud-valor-anterior (1:1)
                                 " -> I" delimited by size
                                 into ws-atv-ev-desc
                  end-evaluate
             end-if
             if   ws-atv-ev-tipo > zeros
                  move aud-operador      to ws-atv-ev-operador
                  move aud-data          to ws-atv-ev-data
                  move aud-hora          to ws-atv-ev-hora
                  move aud-codigo        to ws-atv-ev-ref
                  move zeros             to ws-atv-ev-valor
                  perform 2524-grava-evento-atv
             end-if
             read clientes-auditoria next
          end-perform.
       2519-fim.
          exit.
       2519-exit section.
       2519.
          exit.

      *>  client deletions (and merges) from the exclusion history,
      *>  which stays open extend for the delete flow.
       2520-atv-excluidos section.
       2520.
          close clientes-excluidos
          open input clientes-excluidos
          read clientes-excluidos
          perform until fs-excluidos <> "00"
             if   reg-excl-data numeric
                  and reg-excl-data >= ws-atv-ini
                  and reg-excl-data <= ws-atv-fim
                  move reg-excl-operador  to ws-atv-ev-operador
                  move reg-excl-data      to ws-atv-ev-data
                  move reg-excl-hora      to ws-atv-ev-hora
                  move 4                  to ws-atv-ev-tipo
                  move reg-excl-cliente (1:7) to ws-atv-ev-ref
                  move zeros              to ws-atv-ev-valor
                  move reg-excl-motivo    to ws-atv-ev-desc
                  perform 2524-grava-evento-atv
             end-if
             read clientes-excluidos
          end-perform
          close clientes-excluidos
          open extend clientes-excluidos.
       2520-exit section.
       2520.
          exit.

      *>  pedidos keyed (at their keyed value, cancelled ones marked)
      *>  and every baixa posted to a titulo.
       2521-atv-pedidos-pagtos section.
       2521.
          initialize registro-pedidos
          start pedidos key is not less ped-numero
              invalid key continue
          end-start
          if   fs-pedidos = "00"
               read pedidos next
               perform until fs-pedidos <> "00"
                  if   ped-data >= ws-atv-ini
                       and ped-data <= ws-atv-fim
                       move ped-operador   to ws-atv-ev-operador
                       move ped-data       to ws-atv-ev-data
                       move ped-hora       to ws-atv-ev-hora
                       move 5              to ws-atv-ev-tipo
                       move ped-numero     to ws-atv-ev-ref
                       move ped-total      to ws-atv-ev-valor
                       move spaces         to ws-atv-ev-desc
                       string "cliente " ped-codigo-cliente
                              delimited by size into ws-atv-ev-desc
                       if   ped-situacao = "C"
                            move "cancelado" to ws-atv-ev-desc (17:9)
                       end-if
                       perform 2524-grava-evento-atv
                  end-if
                  read pedidos next
               end-perform
          end-if

          initialize registro-pagamentos
          start pagamentos key is not less pgt-chave
              invalid key continue
          end-start
          if   fs-pagamentos = "00"
               read pagamentos next
               perform until fs-pagamentos <> "00"
                  if   pgt-data >= ws-atv-ini
                       and pgt-data <= ws-atv-fim
                       move pgt-operador   to ws-atv-ev-operador
                       move pgt-data       to ws-atv-ev-data
                       move pgt-hora       to ws-atv-ev-hora
                       move 6              to ws-atv-ev-tipo
                       move pgt-titulo     to ws-atv-ev-ref
                       move pgt-valor      to ws-atv-ev-valor
                       evaluate pgt-origem
                          when "C"
                               move "retorno CNAB" to ws-atv-ev-desc
                          when "A"
                               move "acordo"       to ws-atv-ev-desc
                          when "E"
                               move "extrato bancario"
                                    to ws-atv-ev-desc
                          when other
                               move "balcao"       to ws-atv-ev-desc
                       end-evaluate
                       perform 2524-grava-evento-atv
                  end-if
                  read pagamentos next
               end-perform
          end-if.
       2521-exit section.
       2521.
          exit.

      *>  ocorrencias opened, ocorrencias closed (by whoever marked
      *>  them resolved) and consent changes.
       2522-atv-ocorr-consent section.
       2522.
          initialize registro-ocorrencias
          start ocorrencias key is not less oco-chave
              invalid key continue
          end-start
          if   fs-ocorr = "00"
               read ocorrencias next
               perform until fs-ocorr <> "00"
                  move spaces              to ws-atv-ev-ref
                  string oco-codigo "/" oco-sequencia
                         delimited by size into ws-atv-ev-ref
                  move zeros               to ws-atv-ev-valor
                  move oco-texto (1:40)    to ws-atv-ev-desc
                  if   oco-data >= ws-atv-ini
                       and oco-data <= ws-atv-fim
                       move oco-operador   to ws-atv-ev-operador
                       move oco-data       to ws-atv-ev-data
                       move oco-hora       to ws-atv-ev-hora
                       move 7              to ws-atv-ev-tipo
                       perform 2524-grava-evento-atv
                  end-if
                  if   oco-resolvida = "S"
                       and oco-data-resolucao numeric
                       and oco-data-resolucao >= ws-atv-ini
                       and oco-data-resolucao <= ws-atv-fim
                       move oco-oper-resolucao to ws-atv-ev-operador
                       move oco-data-resolucao to ws-atv-ev-data
                       move zeros          to ws-atv-ev-hora
                       move 8              to ws-atv-ev-tipo
                       perform 2524-grava-evento-atv
                  end-if
                  read ocorrencias next
               end-perform
          end-if

          initialize registro-consentimentos
          start consentimentos key is not less cns-chave
              invalid key continue
          end-start
          if   fs-consent = "00"
               read consentimentos next
               perform until fs-consent <> "00"
                  if   cns-data numeric
                       and cns-data >= ws-atv-ini
                       and cns-data <= ws-atv-fim
                       move cns-operador   to ws-atv-ev-operador
                       move cns-data       to ws-atv-ev-data
                       move zeros          to ws-atv-ev-hora
                       move 14             to ws-atv-ev-tipo
                       move cns-codigo     to ws-atv-ev-ref
                       move zeros          to ws-atv-ev-valor
                       move spaces         to ws-atv-ev-desc
                       string "canal " cns-canal
                              " autorizado " cns-autorizado
                              delimited by size into ws-atv-ev-desc
                       perform 2524-grava-evento-atv
                  end-if
                  read consentimentos next
               end-perform
          end-if.
       2522-exit section.
       2522.
          exit.

      *>  failed logins and lockouts from the access log, and every
      *>  LGPD action from its own log.
       2523-atv-acessos-lgpd section.
       2523.
          open input arq-log-acesso
          if   fs-log-acesso = "00"
               read arq-log-acesso
               perform until fs-log-acesso <> "00"
                  if   acs-data >= ws-atv-ini
                       and acs-data <= ws-atv-fim
                       move acs-login      to ws-atv-ev-operador
                       move acs-data       to ws-atv-ev-data
                       move acs-hora       to ws-atv-ev-hora
                       if   acs-evento = "B"
                            move 10        to ws-atv-ev-tipo
                       else
                            move 9         to ws-atv-ev-tipo
                       end-if
                       move spaces         to ws-atv-ev-ref
                       move zeros          to ws-atv-ev-valor
                       move acs-detalhe    to ws-atv-ev-desc
                       perform 2524-grava-evento-atv
                  end-if
                  read arq-log-acesso
               end-perform
               close arq-log-acesso
          end-if

          open input arq-log-lgpd
          if   fs-log-lgpd = "00"
               initialize registro-log-lgpd
               start arq-log-lgpd key is not less lgpd-chave
                   invalid key continue
               end-start
               if   fs-log-lgpd = "00"
                    read arq-log-lgpd next
               end-if
               perform until fs-log-lgpd <> "00"
                  if   lgpd-data >= ws-atv-ini
                       and lgpd-data <= ws-atv-fim
                       move lgpd-operador  to ws-atv-ev-operador
                       move lgpd-data      to ws-atv-ev-data
                       move lgpd-hora      to ws-atv-ev-hora
                       move 12             to ws-atv-ev-tipo
                       move lgpd-codigo    to ws-atv-ev-ref
                       move zeros          to ws-atv-ev-valor
                       move spaces         to ws-atv-ev-desc
                       string lgpd-acao delimited by space
                              " " lgpd-detalhe delimited by size
                              into ws-atv-ev-desc
                       perform 2524-grava-evento-atv
                  end-if
                  read arq-log-lgpd next
               end-perform
               close arq-log-lgpd
          end-if.
       2523-exit section.
       2523.
          exit.

      *>  the action in ws-atv-ev-* to the work file, when it passes
      *>  the operador and filial filters (the filial is the
      *>  operador's oper-filial, 0 for logins no longer on file).
       2524-grava-evento-atv section.
       2524.
          if   ws-atv-ev-operador = spaces
               move "(SEM OPERADOR)"     to ws-atv-ev-operador
          end-if
          if   ws-atv-operador <> spaces
               and ws-atv-ev-operador <> ws-atv-operador
               go to 2524-fim
          end-if
          if   ws-atv-ev-operador <> ws-atv-ult-login
               or not atv-login-lido
               move ws-atv-ev-operador   to oper-login
               read operadores
               if   fs-operadores = "00"
                    and oper-filial numeric
                    move oper-filial     to ws-atv-ult-filial
               else
                    move zeros           to ws-atv-ult-filial
               end-if
               move ws-atv-ev-operador   to ws-atv-ult-login
               set atv-login-lido        to true
          end-if
          if   ws-filial-filtro > zeros
               and ws-atv-ult-filial <> ws-filial-filtro
               go to 2524-fim
          end-if
          add 1                         to ws-atv-seq
          move ws-atv-ev-operador       to atv-operador
          move ws-atv-ev-data           to atv-data
          move ws-atv-ev-hora           to atv-hora
          move ws-atv-seq               to atv-seq
          move ws-atv-ult-filial        to atv-filial
          move ws-atv-ev-tipo           to atv-tipo
          move ws-atv-ev-ref            to atv-referencia
          move ws-atv-ev-valor          to atv-valor
          move ws-atv-ev-desc           to atv-descricao
          move ws-atv-tipo-sensivel (ws-atv-ev-tipo) to atv-sensivel
          write registro-atividade
          if   fs-atividade = "00"
               add 1                     to ws-atv-qtd-eventos
          end-if.
       2524-fim.
          exit.
       2524-exit section.
       2524.
          exit.

      *>  the report: the summary per operador with a total line,
      *>  the detail by operador when asked for, and the actions
      *>  marked for review.
       2525-relatorio-atividade section.
       2525.
          perform 2007-monta-label-rel
          open output relatorio
          move zeros                    to ws-num-pagina
          move spaces                   to ws-data-edit
          string ws-atv-ini (7:2) "/" ws-atv-ini (5:2) "/"
                 ws-atv-ini (1:4) delimited by size
                 into ws-data-edit
          move ws-data-edit             to cab-atv-inicio
          move spaces                   to ws-data-edit
          string ws-atv-fim (7:2) "/" ws-atv-fim (5:2) "/"
                 ws-atv-fim (1:4) delimited by size
                 into ws-data-edit
          move ws-data-edit             to cab-atv-fim

          move "RESUMO POR OPERADOR"    to ws-atv-secao
          move "R"                      to ws-atv-cab
          perform 2526-cab-atividade
          move zeros                    to ws-atv-qtd-operadores
          move zeros                    to ws-atv-qtd-sensiveis
          move zeros                    to ws-atv-tot-valor-pedidos
          initialize ws-atv-tot-contadores
          initialize ws-atv-contadores
          move zeros                    to ws-atv-valor-pedidos
          move zeros                    to ws-atv-sens-oper
          move spaces                   to ws-atv-oper-corrente
          initialize registro-atividade
          start atividade-trabalho key is not less atv-chave
              invalid key continue
          end-start
          if   fs-atividade = "00"
               read atividade-trabalho next
          end-if
          perform until fs-atividade <> "00"
             if   atv-operador <> ws-atv-oper-corrente
                  and ws-atv-oper-corrente <> spaces
                  perform 2527-linha-resumo-atv
             end-if
             move atv-operador          to ws-atv-oper-corrente
             move atv-filial            to ws-atv-fil-corrente
             add 1                      to ws-atv-cont (atv-tipo)
             add 1                      to ws-atv-tot-cont (atv-tipo)
             if   atv-tipo = 5
                  add atv-valor          to ws-atv-valor-pedidos
                  add atv-valor          to ws-atv-tot-valor-pedidos
             end-if
             if   atv-sensivel = "S"
                  add 1                  to ws-atv-sens-oper
                  add 1                  to ws-atv-qtd-sensiveis
             end-if
             read atividade-trabalho next
          end-perform
          if   ws-atv-oper-corrente <> spaces
               perform 2527-linha-resumo-atv
          end-if
          move ws-atv-tot-contadores    to ws-atv-contadores
          move ws-atv-tot-valor-pedidos to ws-atv-valor-pedidos
          move ws-atv-qtd-sensiveis     to ws-atv-sens-oper
          move "TOTAL"                  to ws-atv-oper-corrente
          move spaces                   to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina
          perform 2527-linha-resumo-atv
      *>  2527 counted the total line as one more operador.
          subtract 1                    from ws-atv-qtd-operadores

          if   atv-com-detalhe
               move "DETALHE POR OPERADOR" to ws-atv-secao
               move "D"                  to ws-atv-cab
               perform 2526-cab-atividade
               move spaces               to ws-atv-oper-corrente
               initialize registro-atividade
               start atividade-trabalho key is not less atv-chave
                   invalid key continue
               end-start
               if   fs-atividade = "00"
                    read atividade-trabalho next
               end-if
               perform until fs-atividade <> "00"
                  if   atv-operador <> ws-atv-oper-corrente
                       and ws-atv-oper-corrente <> spaces
                       move spaces       to relatorio-registro
                       write relatorio-registro
                       add 1             to ws-linhas-pagina
                  end-if
                  move atv-operador     to ws-atv-oper-corrente
                  perform 2528-linha-det-atv
                  read atividade-trabalho next
               end-perform
          end-if

          move "ACOES SENSIVEIS PARA REVISAO" to ws-atv-secao
          move "D"                      to ws-atv-cab
          perform 2526-cab-atividade
          if   ws-atv-qtd-sensiveis = zeros
               move "Nenhuma acao sensivel no periodo"
                    to relatorio-registro
               write relatorio-registro
          else
               initialize registro-atividade
               start atividade-trabalho key is not less atv-chave
                   invalid key continue
               end-start
               if   fs-atividade = "00"
                    read atividade-trabalho next
               end-if
               perform until fs-atividade <> "00"
                  if   atv-sensivel = "S"
                       perform 2528-linha-det-atv
                  end-if
                  read atividade-trabalho next
               end-perform
          end-if
          close relatorio.
       2525-exit section.
       2525.
          exit.

       2526-cab-atividade section.
       2526.
          add 1                         to ws-num-pagina
          move zeros                    to ws-linhas-pagina
          move ws-num-pagina            to cab-pagina-atv
          move ws-atv-secao             to cab-atv-secao
          move linha-cab-atividade      to relatorio-registro
          write relatorio-registro
          move linha-cab-atv-secao      to relatorio-registro
          write relatorio-registro
          if   atv-cab-resumo
               move linha-cab-atv-resumo to relatorio-registro
          else
               move linha-cab-atv-det    to relatorio-registro
          end-if
          write relatorio-registro
          move spaces                   to relatorio-registro
          write relatorio-registro.
       2526-exit section.
       2526.
          exit.

      *>  the summary line of ws-atv-oper-corrente from
      *>  ws-atv-contadores, which start again from zero.
       2527-linha-resumo-atv section.
       2527.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2526-cab-atividade
          end-if
          move spaces                   to linha-atv-resumo
          move ws-atv-oper-corrente     to atr-operador
          if   ws-atv-oper-corrente = "TOTAL"
               move spaces               to atr-filial
          else
               move ws-atv-fil-corrente  to ws-atv-fil-txt
               move ws-atv-fil-txt       to atr-filial
          end-if
          move ws-atv-cont (1)          to atr-incl
          move ws-atv-cont (2)          to atr-alter
          move ws-atv-cont (3)          to atr-inat
          move ws-atv-cont (4)          to atr-excl
          move ws-atv-cont (5)          to atr-ped
          move ws-atv-valor-pedidos     to atr-valor-ped
          move ws-atv-cont (6)          to atr-baix
          move ws-atv-cont (7)          to atr-oco-ab
          move ws-atv-cont (8)          to atr-oco-fe
          move ws-atv-cont (9)          to atr-falha
          move ws-atv-cont (10)         to atr-bloq
          move ws-atv-sens-oper         to atr-sens
          move linha-atv-resumo         to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina
          add 1                         to ws-atv-qtd-operadores
          initialize ws-atv-contadores
          move zeros                    to ws-atv-valor-pedidos
          move zeros                    to ws-atv-sens-oper.
       2527-exit section.
       2527.
          exit.

      *>  one action of registro-atividade, marked when it is to be
      *>  reviewed.
       2528-linha-det-atv section.
       2528.
          if   ws-linhas-pagina >= ws-max-linhas-pagina
               perform 2526-cab-atividade
          end-if
          move spaces                   to linha-atv-det
          move spaces                   to ws-data-edit
          string atv-data (7:2) "/" atv-data (5:2) "/"
                 atv-data (1:4) delimited by size
                 into ws-data-edit
          move ws-data-edit             to atd-data
          if   atv-hora > zeros
               string atv-hora (1:2) ":" atv-hora (3:2)
                      delimited by size into atd-hora
          end-if
          move atv-operador             to atd-operador
          move ws-atv-rotulo (atv-tipo) to atd-acao
          move atv-referencia           to atd-referencia
          if   atv-valor > zeros
               move atv-valor            to ws-valor-edit
               move ws-valor-edit        to atd-valor
          end-if
          move atv-descricao            to atd-descricao
          if   atv-sensivel = "S"
               move "REVISAR"            to atd-marca
          end-if
          move linha-atv-det            to relatorio-registro
          write relatorio-registro
          add 1                         to ws-linhas-pagina.
       2528-exit section.
       2528.
          exit.

      *>  totals by action type on the screen, before the print
      *>  dialog.
       2529-resumo-tela-atividade section.
       2529.
          display erase
          display "Atividade de Operadores" at 0430
          display "Operadores         : " at 0505
          display ws-atv-qtd-operadores   at 0527
          display "Acoes p/ revisao   : " at 0545
          display ws-atv-qtd-sensiveis    at 0567
          move 07                       to ws-atv-lin
          perform varying ws-atv-ix from 1 by 1 until ws-atv-ix > 14
             if   ws-atv-ix <= 7
                  compute ws-atv-at = ws-atv-lin * 100 + 05
             else
                  compute ws-atv-at = ws-atv-lin * 100 + 45
             end-if
             display ws-atv-rotulo (ws-atv-ix) at ws-atv-at
             add 20                     to ws-atv-at
             display ws-atv-tot-cont (ws-atv-ix) at ws-atv-at
             if   ws-atv-ix = 7
                  move 07                to ws-atv-lin
             else
                  add 1                  to ws-atv-lin
             end-if
          end-perform
          display "Valor dos pedidos  : " at 1505
          move ws-atv-tot-valor-pedidos to ws-flx-valor-edit
          display ws-flx-valor-edit       at 1527.
       2529-exit section.
       2529.
          exit.

      *>===================================================================================
      *>  a titulo of the pedido renegotiated (R) into an acordo:
      *>  the acordo goes into ws-adv-numero once, and what the
      *>  titulo still owed is how far a devolucao may reduce the
      *>  acordo's parcelas.
       2530-anota-acordo-devolucao section.
       2530.
          if   tit-principal-pago numeric
               if   tit-valor > tit-principal-pago
                    compute ws-dev-limite-acordo =
                            ws-dev-limite-acordo
                          + tit-valor - tit-principal-pago
               end-if
          else
               add tit-valor             to ws-dev-limite-acordo
          end-if
          perform varying ws-idx-aco-dev from 1 by 1
              until ws-idx-aco-dev > ws-qtd-aco-dev
             if   ws-adv-numero (ws-idx-aco-dev) = tit-acordo
                  exit perform
             end-if
          end-perform
          if   ws-idx-aco-dev > ws-qtd-aco-dev
               and ws-qtd-aco-dev < 20
               add 1                     to ws-qtd-aco-dev
               move tit-acordo
                    to ws-adv-numero (ws-qtd-aco-dev)
          end-if.
       2530-exit section.
       2530.
          exit.

      *>  the rest of a devolucao after the pedido's open titulos
      *>  reduces the open parcelas of its acordos, last parcela
      *>  first, up to ws-dev-limite-acordo; what that cannot absorb
      *>  goes back to ws-dev-estornar.
       2531-reduz-acordo-devolucao section.
       2531.
          move zeros                    to ws-dev-sobra
          if   ws-dev-estornar > ws-dev-limite-acordo
               compute ws-dev-sobra =
                       ws-dev-estornar - ws-dev-limite-acordo
               move ws-dev-limite-acordo to ws-dev-estornar
          end-if
          move zeros                    to ws-qtd-tit-dev
          initialize registro-titulos
          start titulos key is not less tit-numero
              invalid key continue
          end-start
          read titulos next
          perform until fs-titulos <> "00"
             if   tit-situacao = "A"
                  and tit-acordo numeric
                  and tit-acordo > zeros
                  and ws-qtd-tit-dev < 99
                  perform varying ws-idx-aco-dev from 1 by 1
                      until ws-idx-aco-dev > ws-qtd-aco-dev
                     if   ws-adv-numero (ws-idx-aco-dev) = tit-acordo
                          add 1          to ws-qtd-tit-dev
                          move tit-numero
                               to ws-tdv-numero (ws-qtd-tit-dev)
                          move ws-qtd-aco-dev to ws-idx-aco-dev
                     end-if
                  end-perform
             end-if
             read titulos next
          end-perform
          perform varying ws-idx-tit-dev from ws-qtd-tit-dev by -1
              until ws-idx-tit-dev < 1
                 or ws-dev-estornar = zeros
             move ws-tdv-numero (ws-idx-tit-dev) to tit-numero
             read titulos
             if   fs-titulos = "00"
                  perform 2289-reduz-titulo
             end-if
          end-perform
          add ws-dev-sobra              to ws-dev-estornar.
       2531-exit section.
       2531.
          exit.

      *>  credits already generated for ws-dev-pedido by earlier
      *>  devolucoes, into ws-dev-credito-anterior.
       2532-credito-anterior-pedido section.
       2532.
          move zeros                    to ws-dev-credito-anterior
          move ws-dev-cliente           to cre-cliente
          move zeros                    to cre-seq
          start creditos-clientes key is not less cre-chave
              invalid key continue
          end-start
          if   fs-creditos = "00"
               read creditos-clientes next
               perform until fs-creditos <> "00"
                          or cre-cliente <> ws-dev-cliente
                  if   cre-pedido = ws-dev-pedido
                       add cre-valor     to ws-dev-credito-anterior
                  end-if
                  read creditos-clientes next
               end-perform
          end-if.
       2532-exit section.
       2532.
          exit.

       3000-finaliza section.
       3000.
       display erase
