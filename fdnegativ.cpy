       fd  negativacoes
           label record standard.
       01  registro-negativacoes.
           02 neg-titulo          pic 9(6).
           02 neg-cliente         pic 9(7).
           02 neg-situacao        pic x(01).
           02 neg-modalidade      pic x(01).
           02 neg-tipo-pessoa     pic x(01).
           02 neg-cpf-cnpj        pic x(14).
           02 neg-vencimento      pic 9(8).
           02 neg-valor           pic 9(9)v99.
           02 neg-data-aviso      pic 9(8).
           02 neg-data-limite     pic 9(8).
           02 neg-data-inclusao   pic 9(8).
           02 neg-data-baixa      pic 9(8).
           02 neg-motivo-baixa    pic x(01).
           02 neg-data-exclusao   pic 9(8).
           02 neg-operador        pic x(20).

       fd  arq-negativacao
           label record standard.
       01  registro-arq-negativ          pic x(400).
