       fd  arq-plano-contas
           label record standard.
       01  registro-plano-contas.
           02 pco-papel           pic x(10).
           02 pco-conta           pic x(20).
           02 pco-descricao       pic x(40).

       fd  arq-contabil
           label record standard.
       01  registro-contabil.
           02 ctb-lote            pic 9(6).
           02 ctb-sequencia       pic 9(6).
           02 ctb-data            pic 9(8).
           02 ctb-conta-debito    pic x(20).
           02 ctb-conta-credito   pic x(20).
           02 ctb-valor           pic 9(13)v99.
           02 ctb-historico       pic x(50).
           02 ctb-documento       pic x(10).
