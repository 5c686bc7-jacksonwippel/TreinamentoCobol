           select condicoes-pagamento
                  assign to "condicoes_pagamento.dat"
           organization is indexed
           access mode is dynamic
           record key is cpg-codigo
           lock mode       is manual with lock on multiple record
           file status is fs-condpag.
