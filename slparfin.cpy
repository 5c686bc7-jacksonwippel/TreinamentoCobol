           select arq-param-fin assign to "param_financeiro.dat"
           organization is line sequential
           file status is fs-param-fin.
