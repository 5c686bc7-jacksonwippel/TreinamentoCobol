           02 motivo-situacao        pic x(50).
           02 filial-cliente         pic 9(2).
           02 cod-vendedor-cliente   pic 9(3).
           02 limite-credito         pic 9(9)v99.
           02 filler                 pic x(02).
