       fd  movimentos-estoque
           label record standard.
       01  registro-movimentos.
           02 mov-chave.
              03 mov-produto      pic 9(4).
              03 mov-data         pic 9(8).
              03 mov-hora         pic 9(8).
              03 mov-seq          pic 9(2).
           02 mov-tipo            pic x(01).
           02 mov-qtde            pic s9(7).
           02 mov-saldo           pic 9(7).
           02 mov-documento       pic 9(6).
           02 mov-historico       pic x(30).
           02 mov-operador        pic x(20).
