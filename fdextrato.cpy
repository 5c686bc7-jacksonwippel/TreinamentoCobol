       fd  extrato-trabalho
           label record standard.
       01  registro-extrato.
           02 ext-chave.
              03 ext-data         pic 9(8).
              03 ext-hora         pic 9(8).
              03 ext-seq          pic 9(5).
           02 ext-tipo            pic x(01).
           02 ext-documento       pic 9(6).
           02 ext-historico       pic x(45).
           02 ext-debito          pic 9(9)v99.
           02 ext-credito         pic 9(9)v99.
           02 ext-marca           pic x(10).
