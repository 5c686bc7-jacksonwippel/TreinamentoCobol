       fd  atividade-trabalho
           label record standard.
       01  registro-atividade.
           02 atv-chave.
              03 atv-operador     pic x(20).
              03 atv-data         pic 9(8).
              03 atv-hora         pic 9(8).
              03 atv-seq          pic 9(6).
           02 atv-filial          pic 9(2).
           02 atv-tipo            pic 9(2).
           02 atv-referencia      pic x(20).
           02 atv-valor           pic 9(9)v99.
           02 atv-descricao       pic x(40).
           02 atv-sensivel        pic x(01).

       fd  arq-log-acesso
           label record standard.
       01  registro-log-acesso.
           02 acs-data            pic 9(8).
           02 acs-hora            pic 9(8).
           02 acs-login           pic x(20).
           02 acs-evento          pic x(01).
           02 acs-detalhe         pic x(40).
