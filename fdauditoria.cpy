           02 aud-valor-anterior      pic x(50).
           02 aud-valor-novo          pic x(50).
           02 aud-operador            pic x(20).
           02 aud-origem              pic x(01).
