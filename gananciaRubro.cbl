           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
       FD  RUBROS.
       01  rub-reg.
           03 rub-articulo pic x(8).
