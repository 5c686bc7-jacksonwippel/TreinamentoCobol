       fd  analise-vendas
           label record standard.
       01  registro-analise.
           02 anv-chave.
              03 anv-dimensao     pic x(01).
              03 anv-ordem        pic 9(13).
              03 anv-codigo       pic 9(7).
           02 anv-qtd             pic s9(9).
           02 anv-valor           pic s9(11)v99.
           02 anv-pedidos         pic 9(7).
           02 anv-qtd-ant         pic s9(9).
           02 anv-valor-ant       pic s9(11)v99.
           02 anv-pedidos-ant     pic 9(7).
