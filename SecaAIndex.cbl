                   ASSIGN TO "..\cotizaciones.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cot-status.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT OPTIONAL IIBBTASAS ASSIGN TO "..\iibbtasas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-iib-status.
           SELECT FACRECHAZO ASSIGN TO "..\facrechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-facrechazo.
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  FACT.
       01  fac-tex-reg.
           03 fac-tex-fac pic x(12).
           03 fac-tex-cant pic x(4).
           03 fac-tex-fecha pic x(8).
           03 fac-tex-moneda pic x(3).
           03 fac-tex-cliente pic x(6).
       FD  CLIENTE.
       01  cte-reg.
           03 cte-codigo pic 9(6).
           03 cte-nombre pic x(30).
           03 cte-direccion pic x(30).
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
       FD  IIBBTASAS.
       01  iib-reg.
           03 iib-jurisdiccion pic x(3).
           03 iib-fecha-desde pic x(8).
           03 iib-nombre pic x(20).
           03 iib-alic-local pic x(4).
           03 iib-alic-local-num REDEFINES iib-alic-local
              pic 9(2)V99.
           03 iib-alic-convenio pic x(4).
           03 iib-alic-convenio-num REDEFINES iib-alic-convenio
              pic 9(2)V99.
           03 iib-alic-no-insc pic x(4).
           03 iib-alic-no-insc-num REDEFINES iib-alic-no-insc
              pic 9(2)V99.
       FD  COTIZACIONES.
       01  cot-reg.
           03 cot-fecha pic x(8).
       01  w-fs-fact pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-facrechazo pic xx.
       01  w-fs-cliente pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "SECAAINDEX".
       01  w-ctl-fecha pic 9(8).
              05 w-cot-moneda-mem pic x(3).
              05 w-cot-cambio-mem pic 9(5)V9(4).
       01  w-cambio-hallado pic 9(5)V9(4).
       01  w-iib-status pic xx.
       01  w-flag-iib pic 9.
       01  w-iib-cant pic 9(3) value zero.
       01  w-iib-tab.
           03 w-iib-item OCCURS 300 TIMES
              INDEXED BY w-iib-idx.
              05 w-iib-juris-mem pic 9(3).
              05 w-iib-desde-mem pic 9(8).
              05 w-iib-local-mem pic 9(2)V99.
              05 w-iib-convenio-mem pic 9(2)V99.
              05 w-iib-no-insc-mem pic 9(2)V99.
       01  w-iib-fecha-hallada pic 9(8).
       01  w-cli-fac pic 9(6).
       01  w-cli-fac-ant pic 9(6) value zero.
       01  w-cli-hallado pic x value "n".
       01  w-fecha-cambio pic 9(8).
       01  w-cal-status pic xx.
       01  w-flag-cal pic 9.
           END-IF.
           PERFORM 110-CARGAR-CALENDARIO.
           PERFORM 150-CARGAR-COTIZACIONES.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 190-CARGAR-TASAS-IIBB.
       150-CARGAR-COTIZACIONES.
           MOVE ZERO TO w-cot-cant.
           MOVE ZERO TO w-flag-cot.
               MOVE w-cot-fecha-mem(w-cot-idx) TO w-fecha-cambio
               MOVE w-cot-cambio-mem(w-cot-idx) TO w-cambio-hallado
           END-IF.
      * tabla de alicuotas de percepcion de ingresos brutos por
      * jurisdiccion, con fecha de vigencia: un cambio de alicuota se
      * carga como una linea nueva y no altera las facturas anteriores
       190-CARGAR-TASAS-IIBB.
           MOVE ZERO TO w-iib-cant.
           MOVE ZERO TO w-flag-iib.
           OPEN INPUT IIBBTASAS.
           IF w-iib-status = "00" OR w-iib-status = "05"
               PERFORM 195-LEER-TASA-IIBB
                   UNTIL w-flag-iib = 1
               CLOSE IIBBTASAS
           END-IF.
       195-LEER-TASA-IIBB.
           READ IIBBTASAS
               AT END MOVE 1 TO w-flag-iib
               NOT AT END
                   IF iib-jurisdiccion IS NUMERIC
                      AND iib-fecha-desde IS NUMERIC
                      AND iib-alic-local IS NUMERIC
                      AND iib-alic-convenio IS NUMERIC
                      AND iib-alic-no-insc IS NUMERIC
                      AND w-iib-cant < 300
                       ADD 1 TO w-iib-cant
                       MOVE iib-jurisdiccion
                           TO w-iib-juris-mem(w-iib-cant)
                       MOVE iib-fecha-desde
                           TO w-iib-desde-mem(w-iib-cant)
                       MOVE iib-alic-local-num
                           TO w-iib-local-mem(w-iib-cant)
                       MOVE iib-alic-convenio-num
                           TO w-iib-convenio-mem(w-iib-cant)
                       MOVE iib-alic-no-insc-num
                           TO w-iib-no-insc-mem(w-iib-cant)
                   END-IF
           END-READ.
       110-CARGAR-CALENDARIO.
           MOVE ZERO TO w-cerrados-cant.
           MOVE ZERO TO w-flag-cal.
           IF w-rej-motivo = spaces
               COMPUTE fac-iva ROUNDED =
                   fac-precio * w-pct-iva / 100
               PERFORM 350-CALCULAR-PERCEPCION
               WRITE fac-reg
                   INVALID KEY
                       MOVE "FACTURA/ARTICULO DUPLICADO" TO w-rej-motivo
                       fac-precio * w-cambio-hallado
               END-IF
           END-IF.
      * percepcion de ingresos brutos: solo a clientes con cuit, segun
      * la jurisdiccion y la condicion del maestro de clientes y la
      * alicuota vigente a la fecha de la factura. el exento, el
      * cliente sin provincia o la jurisdiccion sin alicuota cargada
      * no llevan percepcion
       350-CALCULAR-PERCEPCION.
           MOVE ZERO TO fac-percepcion.
           MOVE ZERO TO fac-jurisdiccion.
           MOVE ZERO TO fac-alic-perc.
           IF fac-tex-cliente IS NUMERIC
               MOVE fac-tex-cliente TO w-cli-fac
               PERFORM 355-BUSCAR-CLIENTE
               IF w-cli-hallado = "s"
                  AND cte-cuit > ZERO
                  AND cte-provincia > ZERO
                  AND cte-cond-iibb NOT = "E"
                   MOVE cte-provincia TO fac-jurisdiccion
                   PERFORM 360-BUSCAR-ALICUOTA
                   COMPUTE fac-percepcion ROUNDED =
                       fac-precio * fac-alic-perc / 100
               END-IF
           END-IF.
      * las lineas de una misma factura vienen juntas: se relee el
      * cliente solo cuando cambia
       355-BUSCAR-CLIENTE.
           IF w-cli-fac NOT = w-cli-fac-ant
               MOVE w-cli-fac TO w-cli-fac-ant
               MOVE w-cli-fac TO cte-codigo
               READ CLIENTE
                   INVALID KEY MOVE "n" TO w-cli-hallado
                   NOT INVALID KEY MOVE "s" TO w-cli-hallado
               END-READ
           END-IF.
       360-BUSCAR-ALICUOTA.
           MOVE ZERO TO w-iib-fecha-hallada.
           IF w-iib-cant > ZERO
               PERFORM 365-COMPARAR-ALICUOTA
                   VARYING w-iib-idx FROM 1 BY 1
                   UNTIL w-iib-idx > w-iib-cant
           END-IF.
       365-COMPARAR-ALICUOTA.
           IF w-iib-juris-mem(w-iib-idx) = fac-jurisdiccion
              AND w-iib-desde-mem(w-iib-idx) <= fecha-factura
              AND w-iib-desde-mem(w-iib-idx) >= w-iib-fecha-hallada
               MOVE w-iib-desde-mem(w-iib-idx) TO w-iib-fecha-hallada
               EVALUATE cte-cond-iibb
                   WHEN "L"
                       MOVE w-iib-local-mem(w-iib-idx)
                           TO fac-alic-perc
                   WHEN "C"
                       MOVE w-iib-convenio-mem(w-iib-idx)
                           TO fac-alic-perc
                   WHEN OTHER
                       MOVE w-iib-no-insc-mem(w-iib-idx)
                           TO fac-alic-perc
               END-EVALUATE
           END-IF.
       400-FIN.
           CLOSE FACT.
           CLOSE FACTURAS.
           CLOSE CLIENTE.
           CLOSE FACRECHAZO.

       9000-INICIAR-CONTROL.
