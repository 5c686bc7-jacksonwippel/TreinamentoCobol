           select acordos assign to "acordos.dat"
           organization is indexed
           access mode is dynamic
           record key is aco-numero
           lock mode       is manual with lock on multiple record
           file status is fs-acordos.
