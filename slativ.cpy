           select atividade-trabalho assign to "atividade_trab.dat"
           organization is indexed
           access mode is dynamic
           record key is atv-chave
           lock mode       is manual with lock on multiple record
           file status is fs-atividade.

           select arq-log-acesso assign to "acessos.log"
           organization is line sequential
           file status is fs-log-acesso.
