           02 prd-nome            pic x(30).
           02 prd-preco           pic 9(7)v99.
           02 prd-situacao        pic x(01).
           02 prd-estoque         pic 9(7).
           02 prd-estoque-minimo  pic 9(7).
           02 prd-estoque-maximo  pic 9(7).
           02 prd-comissao-pct    pic 9(2)v99.
           02 prd-ncm             pic x(08).
           02 prd-cfop            pic 9(4).
           02 prd-unidade         pic x(03).
           02 prd-aliq-icms       pic 9(2)v99.
           02 prd-aliq-ipi        pic 9(2)v99.
           02 prd-aliq-pis        pic 9(2)v99.
           02 prd-aliq-cofins     pic 9(2)v99.
