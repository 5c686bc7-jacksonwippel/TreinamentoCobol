           select extrato-trabalho assign to "extrato_trab.dat"
           organization is indexed
           access mode is dynamic
           record key is ext-chave
           lock mode       is manual with lock on multiple record
           file status is fs-extrato.
