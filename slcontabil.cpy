           select arq-plano-contas assign to "plano_contas.dat"
           organization is line sequential
           file status is fs-plano-contas.

           select arq-contabil assign to wid-contabil
           organization is line sequential
           file status is fs-contabil.
