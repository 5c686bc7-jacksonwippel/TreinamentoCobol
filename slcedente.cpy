           select arq-param-ced assign to "param_cedente.dat"
           organization is line sequential
           file status is fs-param-ced.
