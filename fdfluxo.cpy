       fd  fluxo-trabalho
           label record standard.
       01  registro-fluxo.
           02 flx-cliente         pic 9(7).
           02 flx-qtd-baixas      pic 9(5).
           02 flx-soma-dias       pic s9(9).
