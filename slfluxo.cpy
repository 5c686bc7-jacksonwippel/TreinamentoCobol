           select fluxo-trabalho assign to "fluxo_trab.dat"
           organization is indexed
           access mode is dynamic
           record key is flx-cliente
           lock mode       is manual with lock on multiple record
           file status is fs-fluxo.
