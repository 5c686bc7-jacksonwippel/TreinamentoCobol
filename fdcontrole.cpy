              03 ctl-fil-ini          pic 9(7).
              03 ctl-fil-fim          pic 9(7).
              03 ctl-fil-proximo      pic 9(7).
           02 ctl-proximo-orcamento   pic 9(6).
           02 ctl-proximo-acordo      pic 9(6).
           02 ctl-proximo-nota        pic 9(9).
