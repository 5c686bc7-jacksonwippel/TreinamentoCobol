           select orcamentos assign to "orcamentos.dat"
           organization is indexed
           access mode is dynamic
           record key is orc-numero
           lock mode       is manual with lock on multiple record
           file status is fs-orcamentos.

           select orcamentos-itens assign to "orcamentos_itens.dat"
           organization is indexed
           access mode is dynamic
           record key is oit-chave
           lock mode       is manual with lock on multiple record
           file status is fs-orc-itens.
