           select rfm-clientes assign to "rfm_clientes.dat"
           organization is indexed
           access mode is dynamic
           record key is rfm-codigo
           lock mode       is manual with lock on multiple record
           file status is fs-rfm.
