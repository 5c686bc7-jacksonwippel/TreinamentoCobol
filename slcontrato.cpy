           select contratos assign to "contratos.dat"
           organization is indexed
           access mode is dynamic
           record key is ctr-chave
           lock mode       is manual with lock on multiple record
           file status is fs-contratos.
