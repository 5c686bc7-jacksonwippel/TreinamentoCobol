           select precos-historico assign to "precos_historico.dat"
           organization is indexed
           access mode is dynamic
           record key is prc-chave
           lock mode       is manual with lock on multiple record
           file status is fs-precos.
