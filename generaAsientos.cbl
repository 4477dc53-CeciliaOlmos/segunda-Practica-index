           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
       FD  COMISIONES.
       01  com-det-reg.
           03 com-tipo pic x.
       01  w-fecha-hoy pic 9(8).
       01  w-total-venta pic s9(12)V99 value zero.
       01  w-total-iva pic s9(12)V99 value zero.
       01  w-total-perc pic s9(12)V99 value zero.
       01  w-total-costo pic s9(12)V99 value zero.
       01  w-total-debe pic s9(14)V99 value zero.
       01  w-total-haber pic s9(14)V99 value zero.
       300-PROCESO-LINEA.
           ADD mdet-precio TO w-total-venta.
           ADD mdet-iva TO w-total-iva.
           ADD mdet-percepcion TO w-total-perc.
           COMPUTE w-total-costo =
               w-total-costo + mdet-precio - mdet-costo.

       510-ASIENTO-VENTAS.
           MOVE "112001" TO asi-cuenta.
           MOVE "DEUDORES POR VENTA" TO asi-concepto.
           COMPUTE asi-debe =
               w-total-venta + w-total-iva + w-total-perc.
           MOVE ZERO TO asi-haber.
           PERFORM 800-ESCRIBIR-ASIENTO.
           MOVE "411001" TO asi-cuenta.
           MOVE ZERO TO asi-debe.
           MOVE w-total-iva TO asi-haber.
           PERFORM 800-ESCRIBIR-ASIENTO.
      * la percepcion de ingresos brutos se cobra con la factura y
      * queda a pagar hasta la presentacion mensual por jurisdiccion
           IF w-total-perc NOT = ZERO
               MOVE "213002" TO asi-cuenta
               MOVE "PERCEPCION IIBB A PAGAR" TO asi-concepto
               MOVE ZERO TO asi-debe
               MOVE w-total-perc TO asi-haber
               PERFORM 800-ESCRIBIR-ASIENTO
           END-IF.

       520-ASIENTO-COSTO.
           MOVE "511001" TO asi-cuenta.
