           select notas-fiscais assign to "notas_fiscais.dat"
           organization is indexed
           access mode is dynamic
           record key is nf-numero
           lock mode       is manual with lock on multiple record
           alternate key is nf-pedido with duplicates
           file status is fs-notas.

           select notas-itens assign to "notas_itens.dat"
           organization is indexed
           access mode is dynamic
           record key is nfi-chave
           lock mode       is manual with lock on multiple record
           file status is fs-notas-itens.

           select arq-nfe assign to wid-nfe
           organization is line sequential
           file status is fs-nfe.
