           select indicadores assign to "indicadores.dat"
           organization is indexed
           access mode is dynamic
           record key is ind-data
           lock mode       is manual with lock on multiple record
           file status is fs-indicadores.
