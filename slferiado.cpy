           select feriados assign to "feriados.dat"
           organization is indexed
           access mode is dynamic
           record key is fer-chave
           lock mode       is manual with lock on multiple record
           file status is fs-feriados.
