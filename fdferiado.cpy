       fd  feriados
           label record standard.
       01  registro-feriados.
           02 fer-chave.
              03 fer-data         pic 9(8).
              03 fer-abrangencia  pic x(01).
              03 fer-uf           pic x(02).
              03 fer-cidade       pic 9(4).
           02 fer-descricao       pic x(30).
           02 fer-anual           pic x(01).
