           select analise-vendas assign to "analise_vendas.dat"
           organization is indexed
           access mode is dynamic
           record key is anv-chave
           lock mode       is manual with lock on multiple record
           file status is fs-analise.
