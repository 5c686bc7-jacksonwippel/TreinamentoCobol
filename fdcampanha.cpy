           02 cmp-cidade-filtro   pic x(30).
           02 cmp-data            pic 9(8).
           02 cmp-operador        pic x(20).
           02 cmp-segmento        pic x(12).

       fd  campanhas-hist
           label record standard.
           02 cph-data            pic 9(8).
           02 cph-respondeu       pic x(1).
           02 cph-data-resp       pic 9(8).
           02 cph-segmento        pic x(12).
