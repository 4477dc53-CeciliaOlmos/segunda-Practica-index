           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  CTACTE.
       01  cta-reg.
           03 cta-factura pic 9(12).
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  CLIENTE.
       01  cte-reg.
           03 cte-codigo pic 9(6).
           03 cte-cuit pic 9(11).
           03 cte-telefono pic x(15).
           03 cte-activo pic x.
           03 cte-condpago pic 9(2).
           03 cte-provincia pic 9(3).
           03 cte-cond-iibb pic x.
           03 cte-debito-cbu pic x(22).
           03 cte-debito-banco pic 9(3).
           03 cte-segmento pic x(10).
           03 cte-rfm pic 9(3).
           03 cte-canal pic x.
           03 cte-email pic x(50).
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
