       fd  arq-param-regua
           label record standard.
       01  registro-param-regua.
           02 rgu-etapa           pic 9(2).
           02 rgu-sentido         pic x(1).
           02 rgu-dias            pic 9(3).
           02 rgu-nome            pic x(20).
           02 rgu-modelo          pic x(30).
           02 rgu-canal           pic x(1).
           02 rgu-retorno-dias    pic 9(3).

       fd  arq-modelo-regua
           label record standard.
       01  registro-modelo-regua         pic x(80).
