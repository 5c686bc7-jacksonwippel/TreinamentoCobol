           02 agd-hora-ini        pic 9(4).
           02 agd-hora-fim        pic 9(4).
           02 agd-depende         pic x(20).
           02 agd-dia-util        pic x(1).

       fd  arq-agenda-status
           label record standard.
