       fd  condicoes-pagamento
           label record standard.
       01  registro-condicoes.
           02 cpg-codigo          pic 9(3).
           02 cpg-descricao       pic x(30).
           02 cpg-parcelas        pic 9(2).
           02 cpg-dias-primeira   pic 9(3).
           02 cpg-intervalo       pic 9(3).
           02 cpg-entrada-pct     pic 9(3)v99.
           02 cpg-situacao        pic x(01).
