       fd  conciliacao
           label record standard.
       01  registro-conciliacao.
           02 cnc-chave.
              03 cnc-data         pic 9(8).
              03 cnc-documento    pic x(20).
              03 cnc-valor        pic 9(9)v99.
           02 cnc-cpf-cnpj        pic x(14).
           02 cnc-nome            pic x(40).
           02 cnc-historico       pic x(40).
           02 cnc-situacao        pic x(01).
           02 cnc-titulo          pic 9(6).
           02 cnc-cliente         pic 9(7).
           02 cnc-motivo          pic x(40).
           02 cnc-data-importacao pic 9(8).
           02 cnc-operador        pic x(20).
           02 cnc-data-confirmacao pic 9(8).

       fd  arq-extrato-banco
           label record standard.
       01  registro-extrato-banco        pic x(400).
