           02 tit-data-baixa      pic 9(8).
           02 tit-valor-pago      pic 9(9)v99.
           02 tit-data-remessa    pic 9(8).
           02 tit-parcela         pic 9(2).
           02 tit-qtd-parcelas    pic 9(2).
           02 tit-principal-pago  pic 9(9)v99.
           02 tit-multa-paga      pic 9(7)v99.
           02 tit-juros-pago      pic 9(7)v99.
           02 tit-acordo          pic 9(6).
