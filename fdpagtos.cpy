       fd  pagamentos
           label record standard.
       01  registro-pagamentos.
           02 pgt-chave.
              03 pgt-titulo       pic 9(6).
              03 pgt-seq          pic 9(3).
           02 pgt-data            pic 9(8).
           02 pgt-hora            pic 9(8).
           02 pgt-valor           pic 9(9)v99.
           02 pgt-principal       pic 9(9)v99.
           02 pgt-multa           pic 9(7)v99.
           02 pgt-juros           pic 9(7)v99.
           02 pgt-origem          pic x(01).
           02 pgt-operador        pic x(20).
