           select movimentos-titulos assign to "movimentos_titulos.dat"
           organization is indexed
           access mode is dynamic
           record key is mtt-chave
           lock mode       is manual with lock on multiple record
           file status is fs-movtit.
