           02 ped-operador        pic x(20).
           02 ped-situacao        pic x(01).
           02 ped-total           pic 9(9)v99.
           02 ped-cond-pagamento  pic 9(3).
           02 ped-vendedor        pic 9(3).

       fd  pedidos-itens
           label record standard.
           02 pit-qtde            pic 9(5).
           02 pit-preco           pic 9(7)v99.
           02 pit-valor           pic 9(9)v99.
           02 pit-qtde-devolvida  pic 9(5).
