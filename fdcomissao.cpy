       fd  comissoes
           label record standard.
       01  registro-comissoes.
           02 com-chave.
              03 com-ano-mes      pic 9(6).
              03 com-vendedor     pic 9(3).
              03 com-titulo       pic 9(6).
              03 com-seq-pgto     pic 9(3).
           02 com-cliente         pic 9(7).
           02 com-pedido          pic 9(6).
           02 com-data-pgto       pic 9(8).
           02 com-base            pic 9(9)v99.
           02 com-taxa            pic 9(2)v9999.
           02 com-valor           pic 9(7)v99.

       fd  comissao-periodos
           label record standard.
       01  registro-com-periodos.
           02 cpe-ano-mes         pic 9(6).
           02 cpe-data-fechamento pic 9(8).
           02 cpe-hora-fechamento pic 9(8).
           02 cpe-operador        pic x(20).
           02 cpe-qtd-lancamentos pic 9(5).
           02 cpe-total           pic 9(9)v99.
