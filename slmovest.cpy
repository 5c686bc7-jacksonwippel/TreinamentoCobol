           select movimentos-estoque assign to "movimentos_estoque.dat"
           organization is indexed
           access mode is dynamic
           record key is mov-chave
           lock mode       is manual with lock on multiple record
           file status is fs-movest.
