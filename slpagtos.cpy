           select pagamentos assign to "pagamentos.dat"
           organization is indexed
           access mode is dynamic
           record key is pgt-chave
           lock mode       is manual with lock on multiple record
           file status is fs-pagamentos.
