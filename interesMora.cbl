           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  INTERESES.
       01  int-reg.
           03 int-llave.
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
       FD  PARAMETRO.
       01  param-reg.
           03 param-max-vip pic 9(3).

      * las notas de debito por interes llevan prefijo 99 en el numero
      * de factura; esas mismas cuentas se saltean para no capitalizar
      * interes sobre interes. los dias de mora corren desde el
      * vencimiento de la factura, no desde su emision
       300-PROCESO-CUENTA.
           MOVE cta-factura TO w-factura-orig.
           IF (cta-estado = "A" OR cta-estado = "P")
              AND w-orig-prefijo NOT = 99
               IF cta-vencimiento > ZERO
                   COMPUTE w-dias-factura =
                       FUNCTION INTEGER-OF-DATE(cta-vencimiento)
               ELSE
                   COMPUTE w-dias-factura =
                       FUNCTION INTEGER-OF-DATE(cta-fecha)
               END-IF
               COMPUTE w-dias-mora = w-dias-hoy - w-dias-factura
               IF w-dias-mora > w-dias-gracia
                   PERFORM 310-CALCULAR-CARGO
           MOVE "A" TO cta-estado.
           MOVE "PES" TO cta-moneda.
           MOVE 1 TO cta-cambio.
           MOVE w-fecha-hoy TO cta-vencimiento.
           WRITE cta-reg
               INVALID KEY
                   DISPLAY "NOTA DE DEBITO " w-factura-nueva
