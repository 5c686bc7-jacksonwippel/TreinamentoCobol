       fd  creditos-clientes
           label record standard.
       01  registro-creditos.
           02 cre-chave.
              03 cre-cliente      pic 9(7).
              03 cre-seq          pic 9(3).
           02 cre-data            pic 9(8).
           02 cre-hora            pic 9(8).
           02 cre-pedido          pic 9(6).
           02 cre-valor           pic 9(9)v99.
           02 cre-saldo           pic 9(9)v99.
           02 cre-historico       pic x(40).
           02 cre-operador        pic x(20).
