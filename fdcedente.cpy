       fd  arq-param-ced
           label record standard.
       01  registro-param-ced.
           02 ced-banco           pic 9(3).
           02 ced-banco-dv        pic 9(1).
           02 ced-nome            pic x(40).
           02 ced-cnpj            pic x(14).
           02 ced-agencia         pic 9(4).
           02 ced-agencia-dv      pic x(1).
           02 ced-conta           pic 9(7).
           02 ced-conta-dv        pic x(1).
           02 ced-carteira        pic 9(2).
           02 ced-local-pagto     pic x(50).
           02 ced-instrucao       pic x(60).
