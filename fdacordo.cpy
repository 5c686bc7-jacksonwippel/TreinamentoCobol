       fd  acordos
           label record standard.
       01  registro-acordos.
           02 aco-numero          pic 9(6).
           02 aco-codigo-cliente  pic 9(7).
           02 aco-data            pic 9(8).
           02 aco-hora            pic 9(8).
           02 aco-operador        pic x(20).
           02 aco-situacao        pic x(01).
           02 aco-qtd-titulos     pic 9(3).
           02 aco-valor-original  pic 9(9)v99.
           02 aco-encargos        pic 9(9)v99.
           02 aco-desconto        pic 9(9)v99.
           02 aco-valor-total     pic 9(9)v99.
           02 aco-parcelas        pic 9(2).
           02 aco-data-situacao   pic 9(8).
           02 aco-autorizador     pic x(20).
