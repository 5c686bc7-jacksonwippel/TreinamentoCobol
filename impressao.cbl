          05 nome-impressora-pdf-txt       pic x(30)
                             value "Microsoft Print to PDF".

      *>===================================================================================
      ***  boleto lines: "@ITF@" followed by the 44 barcode digits is
      ***  drawn in an interleaved 2 of 5 font, each pair of digits
      ***  becoming one character between the start and stop marks;
      ***  "@PAGINA@" starts a new page.
       78 marca-codigo-barras                        value "@ITF@".
       78 marca-nova-pagina                          value "@PAGINA@".
       01 fonte-barras.
          05 fonte-barras-tam              pic x(2) comp-5 value zeroes.
          05 fonte-barras-txt              pic x(30)
                             value "Interleaved 2of5".
       01 fonte-texto.
          05 fonte-texto-tam               pic x(2) comp-5 value zeroes.
          05 fonte-texto-txt               pic x(30)
                             value "Courier New".
       01 tamanho-fonte-barras            pic x(4) comp-5 value 36.
       01 tamanho-fonte-texto             pic x(4) comp-5 value 10.
       01 estilo-fonte                    pic x(4) comp-5 value zeroes.
       01 comando-nova-pagina             pic x(4) comp-5 value 3.
       01 ws-barras-digitos               pic x(44)       value spaces.
       01 ws-barras-texto                 pic x(24)       value spaces.
       01 ws-barras-idx                   pic 9(2) comp-5 value zeroes.
       01 ws-barras-pos                   pic 9(2) comp-5 value zeroes.
       01 ws-barras-par                   pic 9(2)        value zeroes.
       01 ws-barras-byte                  pic x           value space.
       01 ws-barras-codigo redefines ws-barras-byte
                                          pic x comp-x.

      *>===================================================================================
       linkage section.
       01 ws-parametros-relatorio.
           03 ws-opcao-dialogo     pic x(1).
           03 ws-destino           pic x(1).
           03 ws-copias            pic 9(2).
           03 ws-titulo-doc        pic x(20).

       procedure division using ws-parametros-relatorio.
       000-begin.
           move length of title-text to title-length
           move "Print from File Test" to title-text

      ***  a caller naming the document (boleto_nnnnnn) gets that
      ***  title, which is also the name the PDF printer gives the
      ***  file.

           if ws-titulo-doc <> spaces and ws-titulo-doc <> low-values
              move ws-titulo-doc    to title-text
           end-if

      ***  give the operator the Windows printer/font dialog when
      ***  asked for; otherwise print straight to the default
      ***  printer in portrait mode, same as before.
                 exit perform
              else
                 if file-status-ok
                    evaluate true
                       when ws-print-buffer (1:5) = marca-codigo-barras
                          perform 206-imprime-codigo-barras
                       when ws-print-buffer (1:8) = marca-nova-pagina
                          perform 207-nova-pagina
                       when other
                          perform 205-write-to-printer
                    end-evaluate
                    if not printer-status-ok
                       exit perform
                    end-if
                 status-code
           end-if.

      *----------------------------------------------------------------*

       206-imprime-codigo-barras.

      ***  start mark, one character per pair of digits (00-49 as
      ***  x"30"-x"61", 50-99 as x"C0"-x"F1"), stop mark; then back
      ***  to the report font.

           move ws-print-buffer (6:44) to ws-barras-digitos
           move spaces                 to ws-barras-texto
           move x"C9"                  to ws-barras-texto (1:1)
           move 2                      to ws-barras-pos
           perform varying ws-barras-idx from 1 by 2
                   until ws-barras-idx > 43
              move ws-barras-digitos (ws-barras-idx:2) to ws-barras-par
              if ws-barras-par < 50
                 compute ws-barras-codigo = ws-barras-par + 48
              else
                 compute ws-barras-codigo = ws-barras-par + 142
              end-if
              move ws-barras-byte to ws-barras-texto (ws-barras-pos:1)
              add 1 to ws-barras-pos
           end-perform
           move x"CA"       to ws-barras-texto (ws-barras-pos:1)

           move length of fonte-barras-txt
                                       to fonte-barras-tam
           call "PC_PRINTER_SET_FONT"
              using by reference printer-handle
                    by reference fonte-barras
                    by value     tamanho-fonte-barras
                    by value     estilo-fonte
              returning          status-code
           end-call

           move ws-barras-texto        to ws-print-buffer
           move 24                     to record-length-read
           perform 205-write-to-printer

           move length of fonte-texto-txt to fonte-texto-tam
           call "PC_PRINTER_SET_FONT"
              using by reference printer-handle
                    by reference fonte-texto
                    by value     tamanho-fonte-texto
                    by value     estilo-fonte
              returning          status-code
           end-call.

      *----------------------------------------------------------------*

       207-nova-pagina.

           call "PC_PRINTER_CONTROL"
              using by reference printer-handle
                    by value     comando-nova-pagina
              returning          status-code
           end-call.
