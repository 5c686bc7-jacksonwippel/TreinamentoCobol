       fd  precos-historico
           label record standard.
       01  registro-precos.
           02 prc-chave.
              03 prc-produto          pic 9(4).
              03 prc-vigencia         pic 9(8).
           02 prc-preco               pic 9(7)v99.
           02 prc-preco-anterior      pic 9(7)v99.
           02 prc-percentual          pic s9(5)v99.
           02 prc-origem              pic x(1).
           02 prc-data                pic 9(8).
           02 prc-hora                pic 9(8).
           02 prc-operador            pic x(20).
