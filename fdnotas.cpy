       fd  notas-fiscais
           label record standard.
       01  registro-notas.
           02 nf-numero           pic 9(9).
           02 nf-serie            pic 9(3).
           02 nf-pedido           pic 9(6).
           02 nf-cliente          pic 9(7).
           02 nf-emissao          pic 9(8).
           02 nf-hora             pic 9(8).
           02 nf-operador         pic x(20).
           02 nf-situacao         pic x(01).
           02 nf-pendente         pic x(01).
           02 nf-destinatario.
              03 nf-tipo-pessoa   pic x(01).
              03 nf-cpf-cnpj      pic x(14).
              03 nf-nome          pic x(50).
              03 nf-endereco      pic x(50).
              03 nf-numero-end    pic 9(6).
              03 nf-complemento   pic x(30).
              03 nf-bairro        pic x(30).
              03 nf-cod-cidade    pic 9(4).
              03 nf-cidade        pic x(30).
              03 nf-uf            pic x(02).
              03 nf-cep           pic x(8).
              03 nf-email         pic x(50).
           02 nf-qtd-itens        pic 9(3).
           02 nf-valor-produtos   pic 9(9)v99.
           02 nf-base-icms        pic 9(9)v99.
           02 nf-valor-icms       pic 9(9)v99.
           02 nf-valor-ipi        pic 9(9)v99.
           02 nf-valor-pis        pic 9(9)v99.
           02 nf-valor-cofins     pic 9(9)v99.
           02 nf-valor-total      pic 9(9)v99.
           02 nf-data-exportacao  pic 9(8).
           02 nf-chave-acesso     pic x(44).
           02 nf-protocolo        pic x(15).
           02 nf-status-sefaz     pic 9(3).
           02 nf-motivo           pic x(60).
           02 nf-data-retorno     pic 9(8).
           02 nf-data-cancelamento pic 9(8).
           02 nf-justificativa    pic x(60).

       fd  notas-itens
           label record standard.
       01  registro-notas-itens.
           02 nfi-chave.
              03 nfi-numero       pic 9(9).
              03 nfi-seq          pic 9(3).
           02 nfi-produto         pic 9(4).
           02 nfi-descricao       pic x(30).
           02 nfi-ncm             pic x(08).
           02 nfi-cfop            pic 9(4).
           02 nfi-unidade         pic x(03).
           02 nfi-qtde            pic 9(5).
           02 nfi-preco           pic 9(7)v99.
           02 nfi-valor           pic 9(9)v99.
           02 nfi-aliq-icms       pic 9(2)v99.
           02 nfi-valor-icms      pic 9(9)v99.
           02 nfi-aliq-ipi        pic 9(2)v99.
           02 nfi-valor-ipi       pic 9(9)v99.
           02 nfi-aliq-pis        pic 9(2)v99.
           02 nfi-valor-pis       pic 9(9)v99.
           02 nfi-aliq-cofins     pic 9(2)v99.
           02 nfi-valor-cofins    pic 9(9)v99.

       fd  arq-nfe
           label record standard.
       01  registro-nfe                  pic x(400).
