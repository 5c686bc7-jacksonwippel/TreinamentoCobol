       fd  movimentos-titulos
           label record standard.
       01  registro-mov-titulos.
           02 mtt-chave.
              03 mtt-data         pic 9(8).
              03 mtt-hora         pic 9(8).
              03 mtt-titulo       pic 9(6).
              03 mtt-seq          pic 9(2).
           02 mtt-tipo            pic x(01).
           02 mtt-cliente         pic 9(7).
           02 mtt-pedido          pic 9(6).
           02 mtt-acordo          pic 9(6).
           02 mtt-valor           pic 9(9)v99.
           02 mtt-operador        pic x(20).
