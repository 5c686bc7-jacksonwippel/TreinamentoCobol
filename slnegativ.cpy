           select negativacoes assign to "negativacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is neg-titulo
           lock mode       is manual with lock on multiple record
           file status is fs-negativacao.

           select arq-negativacao assign to wid-negativacao
           organization is line sequential
           file status is fs-arq-negativ.
