           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  ARCHIVO.
       01  arc-reg.
           03 arc-factura pic 9(12).
           03 arc-estado pic x.
           03 arc-moneda pic x(3).
           03 arc-cambio pic 9(5)V9(4).
           03 arc-vencimiento pic 9(8).
           03 arc-fecha-depuracion pic 9(8).
       FD  INDICE.
       01  idx-reg.
