           select comissoes assign to "comissoes.dat"
           organization is indexed
           access mode is dynamic
           record key is com-chave
           lock mode       is manual with lock on multiple record
           file status is fs-comissoes.

           select comissao-periodos assign to "comissao_periodos.dat"
           organization is indexed
           access mode is dynamic
           record key is cpe-ano-mes
           lock mode       is manual with lock on multiple record
           file status is fs-com-periodos.
