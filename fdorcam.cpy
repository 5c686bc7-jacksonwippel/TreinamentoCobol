       fd  orcamentos
           label record standard.
       01  registro-orcamentos.
           02 orc-numero          pic 9(6).
           02 orc-codigo-cliente  pic 9(7).
           02 orc-data            pic 9(8).
           02 orc-hora            pic 9(8).
           02 orc-operador        pic x(20).
           02 orc-situacao        pic x(01).
           02 orc-total           pic 9(9)v99.
           02 orc-validade        pic 9(8).
           02 orc-vendedor        pic 9(3).
           02 orc-pedido          pic 9(6).
           02 orc-data-conversao  pic 9(8).

       fd  orcamentos-itens
           label record standard.
       01  registro-orc-item.
           02 oit-chave.
              03 oit-numero       pic 9(6).
              03 oit-seq          pic 9(2).
           02 oit-produto         pic 9(4).
           02 oit-qtde            pic 9(5).
           02 oit-preco           pic 9(7)v99.
           02 oit-valor           pic 9(9)v99.
