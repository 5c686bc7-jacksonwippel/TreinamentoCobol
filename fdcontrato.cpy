       fd  contratos
           label record standard.
       01  registro-contratos.
           02 ctr-chave.
              03 ctr-cliente          pic 9(7).
              03 ctr-seq              pic 9(2).
           02 ctr-descricao           pic x(30).
           02 ctr-produto             pic 9(4).
           02 ctr-valor               pic 9(9)v99.
           02 ctr-dia-cobranca        pic 9(2).
           02 ctr-inicio              pic 9(8).
           02 ctr-fim                 pic 9(8).
           02 ctr-indice              pic x(10).
           02 ctr-data-reajuste       pic 9(8).
           02 ctr-gera-pedido         pic x(1).
           02 ctr-situacao            pic x(1).
           02 ctr-ultimo-faturamento  pic 9(6).
           02 ctr-ultimo-titulo       pic 9(6).
           02 ctr-ultimo-pedido       pic 9(6).
           02 ctr-data-inclusao       pic 9(8).
           02 ctr-operador            pic x(20).
