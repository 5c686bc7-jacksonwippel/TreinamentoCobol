           select arq-param-regua assign to "param_regua.dat"
           organization is line sequential
           file status is fs-param-regua.

           select arq-modelo-regua assign to wid-modelo-regua
           organization is line sequential
           file status is fs-modelo-regua.
