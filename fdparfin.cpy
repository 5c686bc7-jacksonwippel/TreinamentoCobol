       fd  arq-param-fin
           label record standard.
       01  registro-param-fin.
           02 pfn-multa-pct       pic 9(2)v99.
           02 pfn-juros-dia-pct   pic 9(1)v9999.
           02 pfn-carencia-dias   pic 9(2).
           02 pfn-praca-uf        pic x(02).
           02 pfn-praca-cidade    pic 9(4).
           02 pfn-neg-dias        pic 9(3).
           02 pfn-neg-prazo       pic 9(2).
           02 pfn-neg-modalidade  pic x(01).
