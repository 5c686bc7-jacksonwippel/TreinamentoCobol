       fd  rfm-clientes
           label record standard.
       01  registro-rfm.
           02 rfm-codigo          pic 9(7).
           02 rfm-ultima-compra   pic 9(8).
           02 rfm-qtd-pedidos     pic 9(5).
           02 rfm-valor           pic 9(11)v99.
           02 rfm-dias            pic 9(5).
           02 rfm-nota-r          pic 9(1).
           02 rfm-nota-f          pic 9(1).
           02 rfm-nota-m          pic 9(1).
           02 rfm-segmento        pic x(12).
           02 rfm-data-calculo    pic 9(8).
