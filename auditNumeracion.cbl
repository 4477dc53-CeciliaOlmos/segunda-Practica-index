           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  NUMERACION.
       01  num-linea pic x(90).
       FD  ERRORLOG.
