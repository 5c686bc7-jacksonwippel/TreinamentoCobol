       fd  indicadores
           label record standard.
       01  registro-indicadores.
           02 ind-data            pic 9(8).
           02 ind-ped-qtd         pic s9(7).
           02 ind-ped-valor       pic s9(11)v99.
           02 ind-rec-qtd         pic s9(7).
           02 ind-rec-valor       pic s9(11)v99.
           02 ind-cli-novos       pic s9(7).
           02 ind-cli-inativados  pic s9(7).
           02 ind-tit-qtd         pic s9(7).
           02 ind-tit-valor       pic s9(11)v99.
           02 ind-oco-qtd         pic s9(7).
           02 ind-doc-qtd         pic s9(7).
           02 ind-fech-data       pic 9(8).
           02 ind-fech-hora       pic 9(8).
           02 ind-fech-rc         pic 9(2).
           02 ind-fech-situacao   pic x(1).
