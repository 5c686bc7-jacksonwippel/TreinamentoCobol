           select creditos-clientes assign to "creditos_clientes.dat"
           organization is indexed
           access mode is dynamic
           record key is cre-chave
           lock mode       is manual with lock on multiple record
           file status is fs-creditos.
