           select conciliacao assign to "conciliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is cnc-chave
           lock mode       is manual with lock on multiple record
           file status is fs-conciliacao.

           select arq-extrato-banco assign to wid-extrato-banco
           organization is line sequential
           file status is fs-extrato-banco.
