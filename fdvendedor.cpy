           02 vdd-codigo          pic 9(3).
           02 vdd-nome            pic x(30).
           02 vdd-situacao        pic x(01).
           02 vdd-comissao-pct    pic 9(2)v99.
