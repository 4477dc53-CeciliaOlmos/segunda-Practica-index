      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT OPTIONAL COBRANZAS ASSIGN TO "..\cobranzas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cobranzas.
           SELECT OPTIONAL ANTICIPO ASSIGN TO "..\anticipo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-codcli
           FILE STATUS IS w-fs-anticipo.
           SELECT OPTIONAL OCABIERTA ASSIGN TO "..\ocabierta.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-articulo WITH DUPLICATES
           FILE STATUS IS w-fs-ocabierta.
           SELECT OPTIONAL OCFACT ASSIGN TO "..\ocfact.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ocf-llave
           FILE STATUS IS w-fs-ocfact.
           SELECT OPTIONAL STOCKAUD ASSIGN TO "..\stockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
           SELECT OPTIONAL CTAPROV ASSIGN TO "..\ctaprov.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpv-llave
           FILE STATUS IS w-fs-ctaprov.
           SELECT OPTIONAL CHEQUES ASSIGN TO "..\cheques.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS chq-llave
           FILE STATUS IS w-fs-cheques.
           SELECT OPTIONAL COMLIQ ASSIGN TO "..\comliq.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cql-llave
           FILE STATUS IS w-fs-comliq.
           SELECT OPTIONAL COTIZACIONES ASSIGN TO "..\cotizaciones.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cot-status.
           SELECT FLU-WORK ASSIGN TO "flutmp.tmp".
           SELECT FLUJOCAJA ASSIGN TO "..\flujocaja.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-flujocaja.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CTACTE.
       01  cta-reg.
           03 cta-factura pic 9(12).
           03 cta-cliente pic 9(6).
           03 cta-vend pic 9(3).
           03 cta-fecha pic 9(8).
           03 cta-total pic s9(10)V99.
           03 cta-cobrado pic s9(10)V99.
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  COBRANZAS.
       01  cob-reg.
           03 cob-tipo pic x.
           03 cob-fecha pic 9(8).
           03 cob-cliente pic 9(6).
           03 cob-factura pic 9(12).
           03 cob-importe pic s9(10)V99.
       FD  ANTICIPO.
       01  ant-reg.
           03 ant-codcli pic 9(6).
           03 ant-saldo pic 9(10)V99.
           03 ant-fecha-ult pic 9(8).
       FD  OCABIERTA.
       01  oc-reg.
           03 oc-llave.
              05 oc-numero pic 9(8).
              05 oc-articulo pic x(8).
           03 oc-proveedor pic 9(4).
           03 oc-cantidad pic 9(7).
           03 oc-fecha-emision pic 9(8).
           03 oc-fecha-esperada pic 9(8).
           03 oc-estado pic x.
           03 oc-precio pic 9(10)V99.
       FD  OCFACT.
       01  ocf-reg.
           03 ocf-llave.
              05 ocf-numero pic 9(8).
              05 ocf-articulo pic x(8).
           03 ocf-proveedor pic 9(4).
           03 ocf-cant-facturada pic 9(7).
           03 ocf-fecha-ult pic 9(8).
       FD  STOCKAUD.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(8).
           03 aud-tipo pic x.
           03 aud-articulo pic x(8).
           03 aud-cantidad pic s9(7).
           03 aud-exist-ant pic s9(7).
           03 aud-exist-nueva pic s9(7).
           03 aud-motivo pic x(20).
           03 aud-operador pic x(8).
           03 aud-oc-numero pic 9(8).
           03 aud-sucursal pic 9(2).
       FD  CTAPROV.
       01  cpv-reg.
           03 cpv-llave.
              05 cpv-proveedor pic 9(4).
              05 cpv-comprobante pic x(12).
           03 cpv-nombre pic x(30).
           03 cpv-fecha pic 9(8).
           03 cpv-vencimiento pic 9(8).
           03 cpv-neto pic s9(10)V99.
           03 cpv-iva pic s9(10)V99.
           03 cpv-total pic s9(10)V99.
           03 cpv-pagado pic s9(10)V99.
           03 cpv-estado pic x.
       FD  CHEQUES.
       01  chq-reg.
           03 chq-llave.
              05 chq-banco pic x(4).
              05 chq-numero pic x(10).
           03 chq-cliente pic 9(6).
           03 chq-importe pic 9(10)V99.
           03 chq-fecha-recep pic 9(8).
           03 chq-fecha-cobro pic 9(8).
           03 chq-estado pic x.
           03 chq-fecha-estado pic 9(8).
           03 chq-proveedor pic 9(4).
           03 chq-anticipo pic 9(10)V99.
           03 chq-nota-debito pic 9(12).
       FD  COMLIQ.
       01  cql-reg.
           03 cql-llave.
              05 cql-vend pic 9(3).
              05 cql-periodo pic 9(6).
              05 cql-secuencia pic 9(2).
           03 cql-tipo pic x.
           03 cql-importe pic s9(12)V99.
           03 cql-estado pic x.
           03 cql-fecha pic 9(8).
           03 cql-tarifa pic 9(3).
           03 cql-factura pic 9(12).
           03 cql-motivo pic x(10).
           03 cql-liquidacion pic 9(6).
       FD  COTIZACIONES.
       01  cot-reg.
           03 cot-fecha pic x(8).
           03 cot-moneda pic x(3).
           03 cot-cambio pic x(9).
           03 cot-cambio-num REDEFINES cot-cambio pic 9(5)V9(4).
      * "1" dias que tardo el cliente en pagar una factura ya cobrada,
      * "2" saldo abierto de una factura con su fecha de vencimiento
       SD  FLU-WORK.
       01  flw-rec.
           03 flw-cliente pic 9(6).
           03 flw-clase pic x.
           03 flw-dias pic s9(5).
           03 flw-fecha pic 9(8).
           03 flw-pesos pic s9(12)V99.
           03 flw-extranjera pic x.
       FD  FLUJOCAJA.
       01  flu-linea pic x(166).
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
           03 run-fecha pic 9(8).
           03 run-hora-ini pic 9(8).
           03 run-hora-fin pic 9(8).
           03 run-leidos pic 9(6).
           03 run-escritos pic 9(6).
           03 run-estado pic x(10).
       FD  ERRORLOG.
       01  err-reg.
           03 err-fecha pic 9(8).
           03 err-hora pic 9(8).
           03 err-programa pic x(15).
           03 err-archivo pic x(15).
           03 err-status pic xx.
           03 err-motivo pic x(20).
       WORKING-STORAGE SECTION.
       01  w-errlog-status pic xx.
       01  w-abend-programa pic x(15) value "PROYECTACAJA".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cobranzas pic xx.
       01  w-fs-anticipo pic xx.
       01  w-fs-ocabierta pic xx.
       01  w-fs-comliq pic xx.
       01  w-fs-ocfact pic xx.
       01  w-aud-status pic xx.
       01  w-fs-ctaprov pic xx.
       01  w-fs-cheques pic xx.
       01  w-ocfact-abierta pic x value "n".
       01  w-cot-status pic xx.
       01  w-fs-flujocaja pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "PROYECTACAJA".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-ent-inicio pic x(8).
       01  w-inicio pic 9(8).
       01  w-dias-inicio pic 9(7).
       01  w-posicion-inicial pic s9(12)V99 value zero.
       01  w-flag-cob pic 9.
           88 fin-cobranzas value 1.
       01  w-flag-cta pic 9.
           88 fin-cta value 1.
       01  w-flag-ant pic 9.
           88 fin-anticipo value 1.
       01  w-flag-oc pic 9.
           88 fin-ocabierta value 1.
       01  w-flag-cql pic 9.
           88 fin-comliq value 1.
       01  w-flag-cot pic 9.
       01  w-flag-aud pic 9.
       01  w-flag-cpv pic 9.
       01  w-flag-chq pic 9.
       01  w-flag-sort pic 9.
           88 fin-sort value 1.
      * las comisiones del mes salen con los sueldos del mes siguiente
       01  w-dia-pago-comision pic 9(2) value 5.
       01  w-fecha-aux pic 9(8).
       01  w-fecha-partes REDEFINES w-fecha-aux.
           03 w-fec-aaaa pic 9(4).
           03 w-fec-mm pic 9(2).
           03 w-fec-dd pic 9(2).
       01  w-periodo-aux pic 9(6).
       01  w-periodo-partes REDEFINES w-periodo-aux.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-fecha-base pic 9(8).
       01  w-fecha-esperada pic 9(8).
       01  w-dias-dif pic s9(7).
       01  w-sem pic 9(2).
       01  w-col pic 9.
       01  w-importe pic s9(12)V99.
       01  w-saldo-pesos pic s9(12)V99.
       01  w-saldo-origen pic s9(12)V99.
       01  w-cli-actual pic 9(6).
       01  w-cli-dias pic s9(9).
       01  w-cli-pagos pic 9(5).
       01  w-cli-demora pic s9(5).
       01  w-atrasado pic s9(12)V99 value zero.
      * semanas 1 a 13 y, en la 14, lo que cae despues del horizonte;
      * columnas: 1 cobranza en pesos, 2 cobranza en moneda convertida,
      * 3 cheques en cartera, 4 anticipos sin aplicar, 5 ordenes de
      * compra sin facturar, 6 facturas de proveedores, 7 comisiones
       01  w-tabla-sem.
           03 w-sem-item OCCURS 14 TIMES.
              05 w-sem-importe OCCURS 7 TIMES pic s9(12)V99.
       01  w-tabla-total.
           03 w-total-col OCCURS 7 TIMES pic s9(12)V99.
      * parte de cada cheque en cartera que fue a anticipo del cliente:
      * esa plata entra cuando se cobra el cheque, no con los anticipos
       01  w-cca-cant pic 9(4) value zero.
       01  w-cca-tab.
           03 w-cca-item OCCURS 2000 TIMES
              INDEXED BY w-cca-idx.
              05 w-cca-cliente pic 9(6).
              05 w-cca-anticipo pic 9(10)V99.
       01  w-cca-hallado pic x.
       01  w-ant-disponible pic s9(12)V99.
      * lo recibido por orden de compra, de las lineas "R" de stockaud
       01  w-rec-cant pic 9(4) value zero.
       01  w-rec-tab.
           03 w-rec-item OCCURS 5000 TIMES INDEXED BY w-rec-idx.
              05 w-rec-oc pic 9(8).
              05 w-rec-articulo pic x(8).
              05 w-rec-cantidad pic s9(8).
       01  w-rec-hallado pic x.
       01  w-oc-recibido pic s9(8).
       01  w-oc-facturado pic s9(8).
       01  w-oc-sin-facturar pic s9(8).
       01  w-neto pic s9(12)V99.
       01  w-acumulado pic s9(12)V99.
       01  w-saldo-minimo pic s9(12)V99.
       01  w-sem-minimo pic 9(2).
       01  w-cot-cant pic 9(3) value zero.
       01  w-cot-tab.
           03 w-cot-item OCCURS 500 TIMES
              INDEXED BY w-cot-idx.
              05 w-cot-fecha-mem pic 9(8).
              05 w-cot-moneda-mem pic x(3).
              05 w-cot-cambio-mem pic 9(5)V9(4).
      * saldo abierto por moneda, en la moneda de origen y convertido
      * al ultimo cambio cargado hasta la fecha de inicio
       01  w-mon-cant pic 9(2) value zero.
       01  w-mon-tab.
           03 w-mon-item OCCURS 20 TIMES
              INDEXED BY w-mon-idx.
              05 w-mon-codigo pic x(3).
              05 w-mon-cambio pic 9(5)V9(4).
              05 w-mon-fecha-cot pic 9(8).
              05 w-mon-origen pic s9(12)V99.
              05 w-mon-libros pic s9(12)V99.
              05 w-mon-pesos pic s9(12)V99.
       01  w-mon-hallada pic x.
       01  w-sin-cotizacion pic x value "n".
       01  w-cambio-hallado pic 9(5)V9(4).
       01  w-fecha-cambio pic 9(8).
       01  lin-titulo.
           03 filler pic x(44) value
              "PROYECCION DE CAJA A 13 SEMANAS DESDE EL    ".
           03 l-inicio pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(166) value all "-".
       01  lin-posicion.
           03 filler pic x(33) value
              "POSICION INICIAL CAJA Y BANCOS: ".
           03 l-posicion pic -.---.---.--9,99.
       01  lin-cabecera1.
           03 filler pic x(13) value "SEM. DESDE".
           03 filler pic x(17) value "       COBRANZA $".
           03 filler pic x(17) value "    COBRANZA MON.".
           03 filler pic x(17) value "  CHEQUES CARTERA".
           03 filler pic x(17) value "        ANTICIPOS".
           03 filler pic x(17) value "  OC SIN FACTURAR".
           03 filler pic x(17) value "   FACTURAS PROV.".
           03 filler pic x(17) value "       COMISIONES".
           03 filler pic x(17) value "      NETO SEMANA".
           03 filler pic x(17) value "  SALDO ACUMULADO".
       01  lin-semana.
           03 l-sem pic z9.
           03 filler pic x value space.
           03 l-desde pic 9999/99/99.
           03 l-desde-txt REDEFINES l-desde pic x(10).
           03 l-col-item OCCURS 7 TIMES.
              05 filler pic x value space.
              05 l-col pic -.---.---.--9,99.
           03 filler pic x value space.
           03 l-neto pic -.---.---.--9,99.
           03 filler pic x value space.
           03 l-acumulado pic -.---.---.--9,99.
           03 l-acumulado-txt REDEFINES l-acumulado pic x(16).
       01  lin-texto.
           03 l-texto pic x(60).
           03 l-texto-importe pic -.---.---.--9,99.
           03 filler pic x(2) value spaces.
           03 l-texto-sem pic x(20).
       01  lin-mon-cabecera.
           03 filler pic x(31) value
              "  MON   ULT.COTIZ.       CAMBIO".
           03 filler pic x(18) value "   SALDO EN MONEDA".
           03 filler pic x(18) value "   SALDO EN LIBROS".
           03 filler pic x(18) value "  SALDO CONVERTIDO".
       01  lin-moneda.
           03 filler pic x(2) value spaces.
           03 l-mon-codigo pic x(3).
           03 filler pic x(3) value spaces.
           03 l-mon-fecha pic 9999/99/99.
           03 l-mon-fecha-txt REDEFINES l-mon-fecha pic x(10).
           03 filler pic x(3) value spaces.
           03 l-mon-cambio pic zzzz9,9999.
           03 filler pic x(2) value spaces.
           03 l-mon-origen pic -.---.---.--9,99.
           03 filler pic x(2) value spaces.
           03 l-mon-libros pic -.---.---.--9,99.
           03 filler pic x(2) value spaces.
           03 l-mon-pesos pic -.---.---.--9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           DISPLAY "FECHA DE INICIO (AAAAMMDD, EN BLANCO HOY): ".
           ACCEPT w-ent-inicio.
           IF w-ent-inicio IS NUMERIC
               MOVE w-ent-inicio TO w-inicio
           ELSE
               MOVE w-ctl-fecha TO w-inicio
           END-IF.
           DISPLAY "POSICION INICIAL DE CAJA Y BANCOS: ".
           ACCEPT w-posicion-inicial.
           COMPUTE w-dias-inicio = FUNCTION INTEGER-OF-DATE(w-inicio).
           MOVE ZEROES TO w-tabla-sem.
           PERFORM 100-CARGAR-COTIZACIONES.
           SORT FLU-WORK
               ON ASCENDING KEY flw-cliente flw-clase
               INPUT PROCEDURE IS 200-BARRER-CARTERA
               OUTPUT PROCEDURE IS 300-PROYECTAR-COBRANZA.
           PERFORM 380-CHEQUES-CARTERA.
           PERFORM 400-ANTICIPOS.
           PERFORM 500-ORDENES-COMPRA.
           PERFORM 560-FACTURAS-PROVEEDOR.
           PERFORM 600-COMISIONES.
           PERFORM 700-LISTAR-PROYECCION.
           IF w-sin-cotizacion = "s"
               MOVE "SIN COTIZ." TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PROYECCION DE CAJA EN FLUJOCAJA.TXT".
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-CARGAR-COTIZACIONES.
           OPEN INPUT COTIZACIONES.
           IF w-cot-status NOT = "00"
              AND w-cot-status NOT = "05"
               MOVE "COTIZACIONES" TO w-abend-archivo
               MOVE w-cot-status TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-cot.
           PERFORM 110-LEER-COTIZACION
               UNTIL w-flag-cot = 1.
           CLOSE COTIZACIONES.

       110-LEER-COTIZACION.
           READ COTIZACIONES
               AT END MOVE 1 TO w-flag-cot
               NOT AT END
                   IF cot-fecha IS NUMERIC
                      AND cot-cambio IS NUMERIC
                      AND w-cot-cant < 500
                       ADD 1 TO w-cot-cant
                       MOVE cot-fecha
                           TO w-cot-fecha-mem(w-cot-cant)
                       MOVE cot-moneda
                           TO w-cot-moneda-mem(w-cot-cant)
                       MOVE cot-cambio-num
                           TO w-cot-cambio-mem(w-cot-cant)
                   END-IF
           END-READ.

      * de cobranzas.txt salen los dias que cada cliente tarda en
      * pagar respecto del vencimiento; de ctacte.dat, los saldos
      * abiertos que se van a cobrar
       200-BARRER-CARTERA.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT COBRANZAS.
           IF w-fs-cobranzas NOT = "00"
              AND w-fs-cobranzas NOT = "05"
               MOVE "COBRANZAS" TO w-abend-archivo
               MOVE w-fs-cobranzas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-cob.
           PERFORM 210-LEER-COBRANZA UNTIL fin-cobranzas.
           CLOSE COBRANZAS.
           MOVE ZERO TO w-flag-cta.
           MOVE ZERO TO cta-factura.
           START CTACTE KEY IS >= cta-factura
               INVALID KEY MOVE 1 TO w-flag-cta
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 230-LEER-CTACTE UNTIL fin-cta.
           CLOSE CTACTE.

      * solo cuentan las aplicaciones de pago a una factura; las
      * negativas son cheques rechazados que vuelven a la cuenta
       210-LEER-COBRANZA.
           READ COBRANZAS
               AT END MOVE 1 TO w-flag-cob
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF cob-tipo = "A" AND cob-factura > ZERO
                      AND cob-importe > ZERO
                      AND cob-fecha IS NUMERIC
                       PERFORM 220-DEMORA-PAGO
                   END-IF
           END-READ.

       220-DEMORA-PAGO.
           MOVE cob-factura TO cta-factura.
           READ CTACTE KEY IS cta-factura
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cta-vencimiento > ZERO
                       MOVE cta-vencimiento TO w-fecha-base
                   ELSE
                       MOVE cta-fecha TO w-fecha-base
                   END-IF
                   MOVE cob-cliente TO flw-cliente
                   MOVE "1" TO flw-clase
                   COMPUTE flw-dias =
                       FUNCTION INTEGER-OF-DATE(cob-fecha)
                       - FUNCTION INTEGER-OF-DATE(w-fecha-base)
                   MOVE ZERO TO flw-fecha
                   MOVE ZERO TO flw-pesos
                   MOVE "n" TO flw-extranjera
                   RELEASE flw-rec
           END-READ.

      * abiertas, parciales y retenidas por credito; las refinanciadas
      * se cobran por las cuotas del plan, que tienen su propia cuenta
       230-LEER-CTACTE.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-cta
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF (cta-estado = "A" OR cta-estado = "P"
                       OR cta-estado = "H")
                      AND cta-total > cta-cobrado
                       PERFORM 240-SALDO-ABIERTO
                   END-IF
           END-READ.

       240-SALDO-ABIERTO.
           COMPUTE w-saldo-pesos = cta-total - cta-cobrado.
           MOVE cta-cliente TO flw-cliente.
           MOVE "2" TO flw-clase.
           MOVE ZERO TO flw-dias.
           IF cta-vencimiento > ZERO
               MOVE cta-vencimiento TO flw-fecha
           ELSE
               MOVE cta-fecha TO flw-fecha
           END-IF.
           IF cta-moneda NOT = "PES" AND cta-moneda NOT = SPACES
              AND cta-cambio > ZERO
               PERFORM 250-CONVERTIR-SALDO
               MOVE "s" TO flw-extranjera
           ELSE
               MOVE w-saldo-pesos TO flw-pesos
               MOVE "n" TO flw-extranjera
           END-IF.
           RELEASE flw-rec.

      * el saldo vuelve a su moneda con el cambio de la factura y se
      * lleva a pesos con la ultima cotizacion; sin cotizacion queda
      * al cambio de la factura
       250-CONVERTIR-SALDO.
           PERFORM 260-UBICAR-MONEDA.
           COMPUTE w-saldo-origen ROUNDED = w-saldo-pesos / cta-cambio.
           IF w-mon-hallada = "s"
               ADD w-saldo-origen TO w-mon-origen(w-mon-idx)
               ADD w-saldo-pesos TO w-mon-libros(w-mon-idx)
           END-IF.
           IF w-mon-hallada = "s" AND w-mon-cambio(w-mon-idx) > ZERO
               COMPUTE flw-pesos ROUNDED =
                   w-saldo-origen * w-mon-cambio(w-mon-idx)
           ELSE
               MOVE w-saldo-pesos TO flw-pesos
               MOVE "s" TO w-sin-cotizacion
           END-IF.
           IF w-mon-hallada = "s"
               ADD flw-pesos TO w-mon-pesos(w-mon-idx)
           END-IF.

       260-UBICAR-MONEDA.
           MOVE "n" TO w-mon-hallada.
           PERFORM 265-COMPARAR-MONEDA
               VARYING w-mon-idx FROM 1 BY 1
               UNTIL w-mon-idx > w-mon-cant OR w-mon-hallada = "s".
           IF w-mon-hallada = "s"
               SET w-mon-idx DOWN BY 1
           ELSE
               IF w-mon-cant < 20
                   ADD 1 TO w-mon-cant
                   SET w-mon-idx TO w-mon-cant
                   MOVE cta-moneda TO w-mon-codigo(w-mon-idx)
                   MOVE ZERO TO w-mon-origen(w-mon-idx)
                   MOVE ZERO TO w-mon-libros(w-mon-idx)
                   MOVE ZERO TO w-mon-pesos(w-mon-idx)
                   PERFORM 270-BUSCAR-CAMBIO
                   MOVE w-cambio-hallado TO w-mon-cambio(w-mon-idx)
                   MOVE w-fecha-cambio TO w-mon-fecha-cot(w-mon-idx)
                   MOVE "s" TO w-mon-hallada
               END-IF
           END-IF.

       265-COMPARAR-MONEDA.
           IF w-mon-codigo(w-mon-idx) = cta-moneda
               MOVE "s" TO w-mon-hallada
           END-IF.

       270-BUSCAR-CAMBIO.
           MOVE ZERO TO w-cambio-hallado.
           MOVE ZERO TO w-fecha-cambio.
           PERFORM 275-COMPARAR-COTIZACION
               VARYING w-cot-idx FROM 1 BY 1
               UNTIL w-cot-idx > w-cot-cant.

       275-COMPARAR-COTIZACION.
           IF w-cot-moneda-mem(w-cot-idx) = cta-moneda
              AND w-cot-fecha-mem(w-cot-idx) <= w-inicio
              AND w-cot-fecha-mem(w-cot-idx) >= w-fecha-cambio
               MOVE w-cot-fecha-mem(w-cot-idx) TO w-fecha-cambio
               MOVE w-cot-cambio-mem(w-cot-idx)
                   TO w-cambio-hallado
           END-IF.

      * por cliente: primero su demora promedio de pago, despues sus
      * saldos abiertos, que se esperan al vencimiento mas esa demora
       300-PROYECTAR-COBRANZA.
           MOVE ZERO TO w-flag-sort.
           PERFORM 310-RETURN-FLUJO.
           PERFORM 320-CORTE-CLIENTE UNTIL fin-sort.

       310-RETURN-FLUJO.
           RETURN FLU-WORK AT END MOVE 1 TO w-flag-sort.

       320-CORTE-CLIENTE.
           MOVE flw-cliente TO w-cli-actual.
           MOVE ZERO TO w-cli-dias.
           MOVE ZERO TO w-cli-pagos.
           PERFORM 330-SUMAR-DEMORA
               UNTIL fin-sort OR flw-cliente NOT = w-cli-actual
                  OR flw-clase NOT = "1".
           IF w-cli-pagos > ZERO
               COMPUTE w-cli-demora ROUNDED = w-cli-dias / w-cli-pagos
           ELSE
               MOVE ZERO TO w-cli-demora
           END-IF.
           PERFORM 340-UBICAR-SALDO
               UNTIL fin-sort OR flw-cliente NOT = w-cli-actual.

       330-SUMAR-DEMORA.
           ADD flw-dias TO w-cli-dias.
           ADD 1 TO w-cli-pagos.
           PERFORM 310-RETURN-FLUJO.

       340-UBICAR-SALDO.
           COMPUTE w-fecha-esperada = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(flw-fecha) + w-cli-demora).
           PERFORM 800-UBICAR-SEMANA.
           IF w-fecha-esperada < w-inicio
               ADD flw-pesos TO w-atrasado
           END-IF.
           IF flw-extranjera = "s"
               MOVE 2 TO w-col
           ELSE
               MOVE 1 TO w-col
           END-IF.
           ADD flw-pesos TO w-sem-importe(w-sem, w-col).
           PERFORM 310-RETURN-FLUJO.

      * los cheques recibidos o depositados y todavia no acreditados
      * entran en la fecha de cobro; los endosados ya se usaron para
      * pagar a un proveedor y no vuelven a la caja
       380-CHEQUES-CARTERA.
           OPEN INPUT CHEQUES.
           IF w-fs-cheques NOT = "00"
              AND w-fs-cheques NOT = "05"
               MOVE "CHEQUES" TO w-abend-archivo
               MOVE w-fs-cheques TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-chq.
           MOVE LOW-VALUES TO chq-llave.
           START CHEQUES KEY IS >= chq-llave
               INVALID KEY MOVE 1 TO w-flag-chq
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 385-LEER-CHEQUE UNTIL w-flag-chq = 1.
           CLOSE CHEQUES.

       385-LEER-CHEQUE.
           READ CHEQUES NEXT
               AT END MOVE 1 TO w-flag-chq
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF chq-estado = "R" OR chq-estado = "D"
                       MOVE chq-fecha-cobro TO w-fecha-esperada
                       PERFORM 800-UBICAR-SEMANA
                       ADD chq-importe TO w-sem-importe(w-sem, 3)
                       IF chq-anticipo > ZERO
                           PERFORM 390-GUARDAR-ANTICIPO-CHEQUE
                       END-IF
                   END-IF
           END-READ.

       390-GUARDAR-ANTICIPO-CHEQUE.
           PERFORM 395-UBICAR-CLIENTE-CHEQUE.
           IF w-cca-hallado = "s"
               ADD chq-anticipo TO w-cca-anticipo(w-cca-idx)
           ELSE
               IF w-cca-cant < 2000
                   ADD 1 TO w-cca-cant
                   MOVE chq-cliente TO w-cca-cliente(w-cca-cant)
                   MOVE chq-anticipo TO w-cca-anticipo(w-cca-cant)
               END-IF
           END-IF.

       395-UBICAR-CLIENTE-CHEQUE.
           MOVE "n" TO w-cca-hallado.
           PERFORM 396-COMPARAR-CLIENTE-CHEQUE
               VARYING w-cca-idx FROM 1 BY 1
               UNTIL w-cca-idx > w-cca-cant OR w-cca-hallado = "s".
           IF w-cca-hallado = "s"
               SET w-cca-idx DOWN BY 1
           END-IF.

       396-COMPARAR-CLIENTE-CHEQUE.
           IF w-cca-cliente(w-cca-idx) = chq-cliente
               MOVE "s" TO w-cca-hallado
           END-IF.

      * el anticipo es plata del cliente que todavia no se aplico a
      * ninguna factura: entra en la primera semana, salvo la parte que
      * sigue en cheques en cartera, que ya entra con cada cheque
       400-ANTICIPOS.
           OPEN INPUT ANTICIPO.
           IF w-fs-anticipo NOT = "00"
              AND w-fs-anticipo NOT = "05"
               MOVE "ANTICIPO" TO w-abend-archivo
               MOVE w-fs-anticipo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-ant.
           MOVE ZERO TO ant-codcli.
           START ANTICIPO KEY IS >= ant-codcli
               INVALID KEY MOVE 1 TO w-flag-ant
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 410-LEER-ANTICIPO UNTIL fin-anticipo.
           CLOSE ANTICIPO.

       410-LEER-ANTICIPO.
           READ ANTICIPO NEXT
               AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF ant-saldo > ZERO
                       PERFORM 420-ANTICIPO-DISPONIBLE
                   END-IF
           END-READ.

       420-ANTICIPO-DISPONIBLE.
           MOVE ant-saldo TO w-ant-disponible.
           MOVE ant-codcli TO chq-cliente.
           PERFORM 395-UBICAR-CLIENTE-CHEQUE.
           IF w-cca-hallado = "s"
               SUBTRACT w-cca-anticipo(w-cca-idx) FROM w-ant-disponible
           END-IF.
           IF w-ant-disponible > ZERO
               ADD w-ant-disponible TO w-sem-importe(1, 4)
           END-IF.

      * de cada renglon de orden sale lo que todavia no facturo el
      * proveedor: lo pendiente de recibir mas lo recibido, menos lo
      * facturado en ocfact; lo facturado ya esta en ctaprov. se paga
      * en la fecha esperada de recepcion
       500-ORDENES-COMPRA.
           PERFORM 510-CARGAR-RECEPCIONES.
           OPEN INPUT OCFACT.
           IF w-fs-ocfact = "00" OR w-fs-ocfact = "05"
               MOVE "s" TO w-ocfact-abierta
           END-IF.
           OPEN INPUT OCABIERTA.
           IF w-fs-ocabierta NOT = "00"
              AND w-fs-ocabierta NOT = "05"
               MOVE "OCABIERTA" TO w-abend-archivo
               MOVE w-fs-ocabierta TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-oc.
           MOVE LOW-VALUES TO oc-llave.
           START OCABIERTA KEY IS >= oc-llave
               INVALID KEY MOVE 1 TO w-flag-oc
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 530-LEER-OC UNTIL fin-ocabierta.
           CLOSE OCABIERTA.
           IF w-ocfact-abierta = "s"
               CLOSE OCFACT
           END-IF.

       510-CARGAR-RECEPCIONES.
           OPEN INPUT STOCKAUD.
           IF w-aud-status = "00" OR w-aud-status = "05"
               MOVE ZERO TO w-flag-aud
               PERFORM 515-LEER-STOCKAUD UNTIL w-flag-aud = 1
               CLOSE STOCKAUD
           END-IF.

       515-LEER-STOCKAUD.
           READ STOCKAUD
               AT END MOVE 1 TO w-flag-aud
               NOT AT END
                   IF aud-tipo = "R" AND aud-oc-numero IS NUMERIC
                      AND aud-oc-numero NOT = ZERO
                       PERFORM 520-ACUMULAR-RECEPCION
                   END-IF
           END-READ.

       520-ACUMULAR-RECEPCION.
           MOVE "n" TO w-rec-hallado.
           IF w-rec-cant > ZERO
               PERFORM 525-COMPARAR-RECEPCION
                   VARYING w-rec-idx FROM 1 BY 1
                   UNTIL w-rec-idx > w-rec-cant
                      OR w-rec-hallado = "s"
           END-IF.
           IF w-rec-hallado = "n" AND w-rec-cant < 5000
               ADD 1 TO w-rec-cant
               MOVE aud-oc-numero TO w-rec-oc(w-rec-cant)
               MOVE aud-articulo TO w-rec-articulo(w-rec-cant)
               MOVE aud-cantidad TO w-rec-cantidad(w-rec-cant)
           END-IF.

       525-COMPARAR-RECEPCION.
           IF w-rec-oc(w-rec-idx) = aud-oc-numero
              AND w-rec-articulo(w-rec-idx) = aud-articulo
               ADD aud-cantidad TO w-rec-cantidad(w-rec-idx)
               MOVE "s" TO w-rec-hallado
           END-IF.

       530-LEER-OC.
           READ OCABIERTA NEXT
               AT END MOVE 1 TO w-flag-oc
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF oc-estado = "A" OR oc-estado = "R"
                       PERFORM 540-OC-SIN-FACTURAR
                   END-IF
           END-READ.

       540-OC-SIN-FACTURAR.
           MOVE ZERO TO w-oc-sin-facturar.
           IF oc-estado = "A"
               MOVE oc-cantidad TO w-oc-sin-facturar
           END-IF.
           MOVE ZERO TO w-oc-recibido.
           MOVE "n" TO w-rec-hallado.
           IF w-rec-cant > ZERO
               PERFORM 545-BUSCAR-RECIBIDO
                   VARYING w-rec-idx FROM 1 BY 1
                   UNTIL w-rec-idx > w-rec-cant
                      OR w-rec-hallado = "s"
           END-IF.
           MOVE ZERO TO w-oc-facturado.
           IF w-ocfact-abierta = "s"
               MOVE oc-numero TO ocf-numero
               MOVE oc-articulo TO ocf-articulo
               READ OCFACT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ocf-cant-facturada TO w-oc-facturado
               END-READ
           END-IF.
           COMPUTE w-oc-sin-facturar =
               w-oc-sin-facturar + w-oc-recibido - w-oc-facturado.
           IF w-oc-sin-facturar > ZERO
               IF oc-fecha-esperada > ZERO
                   MOVE oc-fecha-esperada TO w-fecha-esperada
               ELSE
                   MOVE oc-fecha-emision TO w-fecha-esperada
               END-IF
               PERFORM 800-UBICAR-SEMANA
               COMPUTE w-importe = w-oc-sin-facturar * oc-precio
               ADD w-importe TO w-sem-importe(w-sem, 5)
           END-IF.

       545-BUSCAR-RECIBIDO.
           IF w-rec-oc(w-rec-idx) = oc-numero
              AND w-rec-articulo(w-rec-idx) = oc-articulo
               MOVE w-rec-cantidad(w-rec-idx) TO w-oc-recibido
               MOVE "s" TO w-rec-hallado
           END-IF.

      * comprobantes de proveedores conciliados y no cancelados: el
      * saldo se paga al vencimiento
       560-FACTURAS-PROVEEDOR.
           OPEN INPUT CTAPROV.
           IF w-fs-ctaprov NOT = "00"
              AND w-fs-ctaprov NOT = "05"
               MOVE "CTAPROV" TO w-abend-archivo
               MOVE w-fs-ctaprov TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-cpv.
           MOVE LOW-VALUES TO cpv-llave.
           START CTAPROV KEY IS >= cpv-llave
               INVALID KEY MOVE 1 TO w-flag-cpv
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 570-LEER-CTAPROV UNTIL w-flag-cpv = 1.
           CLOSE CTAPROV.

       570-LEER-CTAPROV.
           READ CTAPROV NEXT
               AT END MOVE 1 TO w-flag-cpv
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF cpv-estado NOT = "C"
                      AND cpv-total > cpv-pagado
                       IF cpv-vencimiento > ZERO
                           MOVE cpv-vencimiento TO w-fecha-esperada
                       ELSE
                           MOVE cpv-fecha TO w-fecha-esperada
                       END-IF
                       PERFORM 800-UBICAR-SEMANA
                       COMPUTE w-importe = cpv-total - cpv-pagado
                       ADD w-importe TO w-sem-importe(w-sem, 6)
                   END-IF
           END-READ.

      * toda la comision todavia no pagada, neta de recuperos, se paga
      * con los sueldos del mes siguiente a su periodo; el detalle de
      * devoluciones ya esta dentro de la comision y no se suma
       600-COMISIONES.
           OPEN INPUT COMLIQ.
           IF w-fs-comliq NOT = "00"
              AND w-fs-comliq NOT = "05"
               MOVE "COMLIQ" TO w-abend-archivo
               MOVE w-fs-comliq TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-cql.
           MOVE ZEROES TO cql-llave.
           START COMLIQ KEY IS >= cql-llave
               INVALID KEY MOVE 1 TO w-flag-cql
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 610-LEER-COMISION UNTIL fin-comliq.
           CLOSE COMLIQ.

       610-LEER-COMISION.
           READ COMLIQ NEXT
               AT END MOVE 1 TO w-flag-cql
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF cql-estado NOT = "P"
                      AND cql-tipo NOT = "I"
                       PERFORM 620-FECHA-COMISION
                       PERFORM 800-UBICAR-SEMANA
                       ADD cql-importe TO w-sem-importe(w-sem, 7)
                   END-IF
           END-READ.

       620-FECHA-COMISION.
           MOVE cql-periodo TO w-periodo-aux.
           IF w-per-mm = 12
               ADD 1 TO w-per-aaaa
               MOVE 1 TO w-per-mm
           ELSE
               ADD 1 TO w-per-mm
           END-IF.
           MOVE w-per-aaaa TO w-fec-aaaa.
           MOVE w-per-mm TO w-fec-mm.
           MOVE w-dia-pago-comision TO w-fec-dd.
           MOVE w-fecha-aux TO w-fecha-esperada.

       700-LISTAR-PROYECCION.
           OPEN OUTPUT FLUJOCAJA.
           IF w-fs-flujocaja NOT = "00"
              AND w-fs-flujocaja NOT = "05"
               MOVE "FLUJOCAJA" TO w-abend-archivo
               MOVE w-fs-flujocaja TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-inicio TO l-inicio.
           MOVE lin-titulo TO flu-linea.
           WRITE flu-linea.
           MOVE lin-guarda TO flu-linea.
           WRITE flu-linea.
           MOVE w-posicion-inicial TO l-posicion.
           MOVE lin-posicion TO flu-linea.
           WRITE flu-linea.
           MOVE SPACES TO flu-linea.
           WRITE flu-linea.
           MOVE lin-cabecera1 TO flu-linea.
           WRITE flu-linea.
           MOVE lin-guarda TO flu-linea.
           WRITE flu-linea.
           MOVE ZEROES TO w-tabla-total.
           MOVE w-posicion-inicial TO w-acumulado.
           MOVE w-posicion-inicial TO w-saldo-minimo.
           MOVE ZERO TO w-sem-minimo.
           PERFORM 710-LISTAR-SEMANA
               VARYING w-sem FROM 1 BY 1 UNTIL w-sem > 13.
           MOVE lin-guarda TO flu-linea.
           WRITE flu-linea.
           PERFORM 720-LISTAR-TOTAL.
           PERFORM 730-LISTAR-POSTERIOR.
           PERFORM 740-LISTAR-NOTAS.
           IF w-mon-cant > ZERO
               PERFORM 750-LISTAR-MONEDAS
           END-IF.
           CLOSE FLUJOCAJA.

       710-LISTAR-SEMANA.
           MOVE w-sem TO l-sem.
           COMPUTE w-fecha-aux = FUNCTION DATE-OF-INTEGER(
               w-dias-inicio + (w-sem - 1) * 7).
           MOVE w-fecha-aux TO l-desde.
           PERFORM 715-MOVER-COLUMNA
               VARYING w-col FROM 1 BY 1 UNTIL w-col > 7.
           COMPUTE w-neto = w-sem-importe(w-sem, 1)
               + w-sem-importe(w-sem, 2) + w-sem-importe(w-sem, 3)
               + w-sem-importe(w-sem, 4) - w-sem-importe(w-sem, 5)
               - w-sem-importe(w-sem, 6) - w-sem-importe(w-sem, 7).
           ADD w-neto TO w-acumulado.
           IF w-acumulado < w-saldo-minimo
               MOVE w-acumulado TO w-saldo-minimo
               MOVE w-sem TO w-sem-minimo
           END-IF.
           MOVE w-neto TO l-neto.
           MOVE w-acumulado TO l-acumulado.
           MOVE lin-semana TO flu-linea.
           WRITE flu-linea.
           ADD 1 TO w-ctl-escritos.

       715-MOVER-COLUMNA.
           MOVE w-sem-importe(w-sem, w-col) TO l-col(w-col).
           ADD w-sem-importe(w-sem, w-col) TO w-total-col(w-col).

       720-LISTAR-TOTAL.
           MOVE ZERO TO l-sem.
           MOVE "TOTAL" TO l-desde-txt.
           PERFORM 725-MOVER-TOTAL
               VARYING w-col FROM 1 BY 1 UNTIL w-col > 7.
           COMPUTE w-neto = w-total-col(1) + w-total-col(2)
               + w-total-col(3) + w-total-col(4) - w-total-col(5)
               - w-total-col(6) - w-total-col(7).
           MOVE w-neto TO l-neto.
           MOVE w-acumulado TO l-acumulado.
           MOVE lin-semana TO flu-linea.
           WRITE flu-linea.

       725-MOVER-TOTAL.
           MOVE w-total-col(w-col) TO l-col(w-col).

      * lo que se espera despues de la semana 13 se muestra aparte y
      * no entra en el saldo acumulado
       730-LISTAR-POSTERIOR.
           MOVE ZERO TO l-sem.
           MOVE "POSTERIOR" TO l-desde-txt.
           MOVE 14 TO w-sem.
           PERFORM 735-MOVER-POSTERIOR
               VARYING w-col FROM 1 BY 1 UNTIL w-col > 7.
           COMPUTE w-neto = w-sem-importe(14, 1)
               + w-sem-importe(14, 2) + w-sem-importe(14, 3)
               + w-sem-importe(14, 4) - w-sem-importe(14, 5)
               - w-sem-importe(14, 6) - w-sem-importe(14, 7).
           MOVE w-neto TO l-neto.
           MOVE SPACES TO l-acumulado-txt.
           MOVE lin-semana TO flu-linea.
           WRITE flu-linea.

       735-MOVER-POSTERIOR.
           MOVE w-sem-importe(14, w-col) TO l-col(w-col).

       740-LISTAR-NOTAS.
           MOVE SPACES TO flu-linea.
           WRITE flu-linea.
           MOVE SPACES TO l-texto-sem.
           MOVE "COBRANZA YA ATRASADA INCLUIDA EN LA SEMANA 1:"
               TO l-texto.
           MOVE w-atrasado TO l-texto-importe.
           MOVE lin-texto TO flu-linea.
           WRITE flu-linea.
           MOVE "SALDO ACUMULADO MINIMO DEL PERIODO:" TO l-texto.
           MOVE w-saldo-minimo TO l-texto-importe.
           IF w-sem-minimo = ZERO
               MOVE "POSICION INICIAL" TO l-texto-sem
           ELSE
               MOVE SPACES TO l-texto-sem
               STRING "SEMANA " w-sem-minimo DELIMITED BY SIZE
                   INTO l-texto-sem
           END-IF.
           MOVE lin-texto TO flu-linea.
           WRITE flu-linea.

       750-LISTAR-MONEDAS.
           MOVE SPACES TO flu-linea.
           WRITE flu-linea.
           MOVE "SALDOS EN MONEDA EXTRANJERA CONVERTIDOS A PESOS"
               TO flu-linea.
           WRITE flu-linea.
           MOVE lin-mon-cabecera TO flu-linea.
           WRITE flu-linea.
           PERFORM 760-LISTAR-MONEDA
               VARYING w-mon-idx FROM 1 BY 1
               UNTIL w-mon-idx > w-mon-cant.
           IF w-sin-cotizacion = "s"
               MOVE "SIN COTIZ.: SE USA EL CAMBIO DE CADA FACTURA"
                   TO flu-linea
               WRITE flu-linea
           END-IF.

       760-LISTAR-MONEDA.
           MOVE w-mon-codigo(w-mon-idx) TO l-mon-codigo.
           IF w-mon-cambio(w-mon-idx) > ZERO
               MOVE w-mon-fecha-cot(w-mon-idx) TO l-mon-fecha
           ELSE
               MOVE "SIN COTIZ." TO l-mon-fecha-txt
           END-IF.
           MOVE w-mon-cambio(w-mon-idx) TO l-mon-cambio.
           MOVE w-mon-origen(w-mon-idx) TO l-mon-origen.
           MOVE w-mon-libros(w-mon-idx) TO l-mon-libros.
           MOVE w-mon-pesos(w-mon-idx) TO l-mon-pesos.
           MOVE lin-moneda TO flu-linea.
           WRITE flu-linea.

      * antes del inicio va a la semana 1; despues de la 13, a la 14
       800-UBICAR-SEMANA.
           IF w-fecha-esperada < w-inicio
               MOVE 1 TO w-sem
           ELSE
               COMPUTE w-dias-dif =
                   FUNCTION INTEGER-OF-DATE(w-fecha-esperada)
                   - w-dias-inicio
               IF w-dias-dif >= 91
                   MOVE 14 TO w-sem
               ELSE
                   COMPUTE w-sem = w-dias-dif / 7 + 1
               END-IF
           END-IF.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
           ACCEPT w-ctl-hora-ini FROM TIME.

       9100-CERRAR-CONTROL.
           ACCEPT w-ctl-hora-fin FROM TIME.
           OPEN EXTEND RUNCTL.
           IF w-runctl-status NOT = "00"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE w-ctl-programa TO run-programa.
           MOVE w-ctl-fecha TO run-fecha.
           MOVE w-ctl-hora-ini TO run-hora-ini.
           MOVE w-ctl-hora-fin TO run-hora-fin.
           MOVE w-ctl-leidos TO run-leidos.
           MOVE w-ctl-escritos TO run-escritos.
           MOVE w-ctl-estado TO run-estado.
           WRITE run-reg.
           CLOSE RUNCTL.

       9900-ABEND-ARCHIVO.
           DISPLAY "ERROR DE ARCHIVO " w-abend-archivo
                   " ESTADO " w-abend-status
                   " EN " w-abend-programa.
           OPEN EXTEND ERRORLOG.
           IF w-errlog-status NOT = "00"
               OPEN OUTPUT ERRORLOG
           END-IF.
           ACCEPT err-fecha FROM DATE YYYYMMDD.
           ACCEPT err-hora FROM TIME.
           MOVE w-abend-programa TO err-programa.
           MOVE w-abend-archivo TO err-archivo.
           MOVE w-abend-status TO err-status.
           MOVE "FALLO DE APERTURA" TO err-motivo.
           WRITE err-reg.
           CLOSE ERRORLOG.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM YOUR-PROGRAM-NAME.
