           02 oco-texto           pic x(60).
           02 oco-retorno         pic 9(8).
           02 oco-resolvida       pic x(1).
           02 oco-data-resolucao  pic 9(8).
           02 oco-oper-resolucao  pic x(20).
