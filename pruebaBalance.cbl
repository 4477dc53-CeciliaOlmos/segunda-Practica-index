           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  SALDOCTA.
       01  sdo-reg.
           03 sdo-fecha pic 9(8).
       01  w-fecha-hoy pic 9(8).
       01  w-mov-ventas pic s9(14)V99 value zero.
       01  w-mov-iva pic s9(14)V99 value zero.
       01  w-mov-perc pic s9(14)V99 value zero.
       01  w-mov-bruto pic s9(14)V99 value zero.
       01  w-asi-ventas pic s9(14)V99 value zero.
       01  w-asi-iva pic s9(14)V99 value zero.
       01  w-asi-perc pic s9(14)V99 value zero.
       01  w-asi-deudores pic s9(14)V99 value zero.
       01  w-cta-total-hoy pic s9(14)V99 value zero.
       01  w-cta-total-ayer pic s9(14)V99 value zero.
           PERFORM UNTIL fin-det
               ADD mdet-precio TO w-mov-ventas
               ADD mdet-iva TO w-mov-iva
               ADD mdet-percepcion TO w-mov-perc
               PERFORM 110-LEER-MOVDETALLE
           END-PERFORM.
           CLOSE MOVDETALLE.
           COMPUTE w-mov-bruto =
               w-mov-ventas + w-mov-iva + w-mov-perc.

       110-LEER-MOVDETALLE.
           READ MOVDETALLE AT END MOVE 1 TO w-flag-det
               NOT AT END ADD 1 TO w-ctl-leidos.

      * las cuentas de la generacion de asientos: 411001 ventas del
      * ciclo, 213001 iva debito, 213002 percepcion de ingresos
      * brutos, 112001 deudores por venta; el registro de control
      * 999999 no se suma
       200-TOTALIZAR-ASIENTOS.
           OPEN INPUT ASIENTOS.
           IF w-fs-asientos NOT = "00"
                       ADD asi-haber TO w-asi-ventas
                   WHEN "213001"
                       ADD asi-haber TO w-asi-iva
                   WHEN "213002"
                       ADD asi-haber TO w-asi-perc
                   WHEN "112001"
                       ADD asi-debe TO w-asi-deudores
                   WHEN OTHER
           MOVE w-asi-iva TO l-valor-b.
           COMPUTE w-diferencia = w-mov-iva - w-asi-iva.
           PERFORM 450-ESCRIBIR-PRUEBA.
           MOVE "PERCEPCION MOVDETALLE VS ASI 213:"
               TO l-etiqueta.
           MOVE w-mov-perc TO l-valor-a.
           MOVE w-asi-perc TO l-valor-b.
           COMPUTE w-diferencia = w-mov-perc - w-asi-perc.
           PERFORM 450-ESCRIBIR-PRUEBA.
           MOVE "BRUTO MOVDETALLE VS DEUDORES 112:"
               TO l-etiqueta.
           MOVE w-mov-bruto TO l-valor-a.
