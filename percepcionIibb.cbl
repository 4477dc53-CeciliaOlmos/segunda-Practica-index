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
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT FACTURAS ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fac-llave
           FILE STATUS IS w-fs-facturas.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT OPTIONAL IIBBTASAS ASSIGN TO "..\iibbtasas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-iib-status.
           SELECT PRC-WORK ASSIGN TO "prctmp.tmp".
           SELECT PERCEPIIBB ASSIGN TO "..\percepiibb.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-percepiibb.
           SELECT DDJJIIBB ASSIGN TO "..\ddjjiibb.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-ddjjiibb.
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
       FD  FACTURAS.
       01  fac-reg.
           03 fac-llave.
              05 fac-facturas pic 9(12).
              05 fac-art pic x(8).
           03 fac-precio pic 9(10)V99.
           03 fac-cantid pic 9(4).
           03 fecha-factura pic 9(8).
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
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
           03 iib-alic-convenio pic x(4).
           03 iib-alic-no-insc pic x(4).
       SD  PRC-WORK.
       01  prc-rec.
           03 prc-jurisdiccion pic 9(3).
           03 prc-fecha pic 9(8).
           03 prc-factura pic 9(12).
           03 prc-cliente pic 9(6).
           03 prc-base pic 9(12)V99.
           03 prc-alicuota pic 9(2)V99.
           03 prc-percepcion pic 9(12)V99.
       FD  PERCEPIIBB.
       01  per-linea pic x(132).
      * archivo de presentacion: un registro de ancho fijo por
      * comprobante percibido, agrupado por jurisdiccion
       FD  DDJJIIBB.
       01  dj-reg.
           03 dj-jurisdiccion pic 9(3).
           03 dj-cuit pic 9(11).
           03 dj-fecha pic 9(8).
           03 dj-tipo pic x.
           03 dj-numero pic 9(12).
           03 dj-base pic 9(12)V99.
           03 dj-alicuota pic 9(2)V99.
           03 dj-importe pic 9(12)V99.
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
       01  w-abend-programa pic x(15) value "PERCEPCIONIIBB".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-cliente pic xx.
       01  w-iib-status pic xx.
       01  w-fs-percepiibb pic xx.
       01  w-fs-ddjjiibb pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "PERCEPCIONIIBB".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-cta pic 9 value zero.
           88 fin-cta value 1.
       01  w-flag-fac pic 9.
       01  w-flag-iib pic 9 value zero.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-periodo pic 9(6).
       01  w-fecha-aux pic 9(8).
       01  w-fecha-periodo REDEFINES w-fecha-aux.
           03 w-fecha-aaaamm pic 9(6).
           03 filler pic 9(2).
       01  w-base-factura pic 9(12)V99.
       01  w-perc-factura pic 9(12)V99.
       01  w-juris-factura pic 9(3).
       01  w-alic-factura pic 9(2)V99.
       01  w-juris-ant pic 9(3).
       01  w-primer-grupo pic x value "s".
       01  w-jur-base pic 9(14)V99 value zero.
       01  w-jur-perc pic 9(14)V99 value zero.
       01  w-jur-cant pic 9(6) value zero.
       01  w-tot-base pic 9(14)V99 value zero.
       01  w-tot-perc pic 9(14)V99 value zero.
       01  w-cant-comprob pic 9(6) value zero.
       01  w-nom-cant pic 9(3) value zero.
       01  w-nom-tab.
           03 w-nom-item OCCURS 100 TIMES
              INDEXED BY w-nom-idx.
              05 w-nom-juris pic 9(3).
              05 w-nom-nombre pic x(20).
       01  w-nombre-juris pic x(20).
       01  lin-titulo.
           03 filler pic x(46) value
              "PERCEPCIONES DE INGRESOS BRUTOS DEL PERIODO   ".
           03 l-periodo pic 9(6).
       01  lin-jurisdiccion.
           03 filler pic x(13) value "JURISDICCION ".
           03 l-juris pic 9(3).
           03 filler pic x(1) value spaces.
           03 l-juris-nombre pic x(20).
       01  lin-cabecera.
           03 filler pic x(12) value "FECHA:".
           03 filler pic x(14) value "FACTURA:".
           03 filler pic x(13) value "CUIT:".
           03 filler pic x(31) value "CLIENTE:".
           03 filler pic x(17) value "      BASE:".
           03 filler pic x(7) value " ALIC:".
           03 filler pic x(16) value "     PERCEPCION:".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-detalle.
           03 l-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-cuit pic 9(11).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 l-base pic z.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-alicuota pic z9,99.
           03 filler pic x(1) value spaces.
           03 l-percepcion pic z.zzz.zzz.zz9,99.
       01  lin-subtotal.
           03 filler pic x(19) value "TOTAL JURISDICCION ".
           03 st-juris pic 9(3).
           03 filler pic x(2) value spaces.
           03 st-cant pic zzzzz9.
           03 filler pic x(14) value " COMPROBANTES".
           03 filler pic x(26) value spaces.
           03 st-base pic z.zzz.zzz.zzz.zz9,99.
           03 filler pic x(6) value spaces.
           03 st-percepcion pic z.zzz.zzz.zzz.zz9,99.
       01  lin-total.
           03 filler pic x(20) value "TOTAL DEL PERIODO".
           03 filler pic x(2) value spaces.
           03 tt-cant pic zzzzz9.
           03 filler pic x(14) value " COMPROBANTES".
           03 filler pic x(26) value spaces.
           03 tt-base pic z.zzz.zzz.zzz.zz9,99.
           03 filler pic x(6) value spaces.
           03 tt-percepcion pic z.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           DISPLAY "PERIODO A PRESENTAR (AAAAMM): ".
           ACCEPT w-periodo.
           SORT PRC-WORK
               ON ASCENDING KEY prc-jurisdiccion prc-fecha prc-factura
               INPUT PROCEDURE IS 100-SELECCIONAR-FACTURAS
               OUTPUT PROCEDURE IS 500-LISTAR-PERCEPCIONES.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * la cuenta corriente da una entrada por factura con cliente y
      * fecha; las notas de debito por interes (prefijo 99) y por
      * cheque rechazado (prefijo 98) no llevan percepcion
       100-SELECCIONAR-FACTURAS.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT FACTURAS.
           IF w-fs-facturas NOT = "00"
              AND w-fs-facturas NOT = "05"
               MOVE "FACTURAS" TO w-abend-archivo
               MOVE w-fs-facturas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 200-LEER-CTACTE.
           PERFORM UNTIL fin-cta
               MOVE cta-fecha TO w-fecha-aux
               IF w-fecha-aaaamm = w-periodo
                  AND cta-factura(1:2) NOT = "99"
                  AND cta-factura(1:2) NOT = "98"
                   PERFORM 300-SUMAR-LINEAS-FACTURA
                   IF w-perc-factura > ZERO
                       PERFORM 350-LIBERAR-FACTURA
                   END-IF
               END-IF
               PERFORM 200-LEER-CTACTE
           END-PERFORM.
           CLOSE CTACTE.
           CLOSE FACTURAS.

       200-LEER-CTACTE.
           READ CTACTE NEXT AT END MOVE 1 TO w-flag-cta
               NOT AT END ADD 1 TO w-ctl-leidos.

      * la base imponible es el neto de las lineas percibidas; todas
      * las lineas de una factura llevan la jurisdiccion y la
      * alicuota del mismo cliente
       300-SUMAR-LINEAS-FACTURA.
           MOVE ZERO TO w-base-factura.
           MOVE ZERO TO w-perc-factura.
           MOVE ZERO TO w-juris-factura.
           MOVE ZERO TO w-alic-factura.
           MOVE ZERO TO w-flag-fac.
           MOVE cta-factura TO fac-facturas.
           MOVE ZERO TO fac-art.
           START FACTURAS KEY IS > fac-llave
               INVALID KEY MOVE 1 TO w-flag-fac
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 310-LEER-LINEA
               UNTIL w-flag-fac = 1.

       310-LEER-LINEA.
           READ FACTURAS NEXT
               AT END MOVE 1 TO w-flag-fac
               NOT AT END
                   IF fac-facturas = cta-factura
                       IF fac-percepcion > ZERO
                           ADD fac-precio TO w-base-factura
                           ADD fac-percepcion TO w-perc-factura
                           MOVE fac-jurisdiccion TO w-juris-factura
                           MOVE fac-alic-perc TO w-alic-factura
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-fac
                   END-IF
           END-READ.

       350-LIBERAR-FACTURA.
           MOVE w-juris-factura TO prc-jurisdiccion.
           MOVE cta-fecha TO prc-fecha.
           MOVE cta-factura TO prc-factura.
           MOVE cta-cliente TO prc-cliente.
           MOVE w-base-factura TO prc-base.
           MOVE w-alic-factura TO prc-alicuota.
           MOVE w-perc-factura TO prc-percepcion.
           RELEASE prc-rec.

       500-LISTAR-PERCEPCIONES.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT PERCEPIIBB.
           IF w-fs-percepiibb NOT = "00"
              AND w-fs-percepiibb NOT = "05"
               MOVE "PERCEPIIBB" TO w-abend-archivo
               MOVE w-fs-percepiibb TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT DDJJIIBB.
           IF w-fs-ddjjiibb NOT = "00"
              AND w-fs-ddjjiibb NOT = "05"
               MOVE "DDJJIIBB" TO w-abend-archivo
               MOVE w-fs-ddjjiibb TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 505-CARGAR-JURISDICCIONES.
           MOVE w-periodo TO l-periodo.
           MOVE lin-titulo TO per-linea.
           WRITE per-linea.
           MOVE lin-guarda TO per-linea.
           WRITE per-linea.
           PERFORM 510-RETURN-SORT.
           PERFORM UNTIL fin-sort
               PERFORM 520-PROCESO-COMPROBANTE
               PERFORM 510-RETURN-SORT
           END-PERFORM.
           IF w-primer-grupo = "n"
               PERFORM 700-SUBTOTAL-JURISDICCION
           END-IF.
           PERFORM 800-TOTAL-PERIODO.
           MOVE w-cant-comprob TO w-ctl-escritos.
           DISPLAY "COMPROBANTES PERCIBIDOS: " w-cant-comprob.
           CLOSE CLIENTE.
           CLOSE PERCEPIIBB.
           CLOSE DDJJIIBB.

      * los nombres de las jurisdicciones salen de la misma tabla de
      * alicuotas; si falta, el listado sale solo con el codigo
       505-CARGAR-JURISDICCIONES.
           MOVE ZERO TO w-nom-cant.
           OPEN INPUT IIBBTASAS.
           IF w-iib-status = "00" OR w-iib-status = "05"
               PERFORM 507-LEER-TASA
                   UNTIL w-flag-iib = 1
               CLOSE IIBBTASAS
           END-IF.

       507-LEER-TASA.
           READ IIBBTASAS
               AT END MOVE 1 TO w-flag-iib
               NOT AT END
                   IF iib-jurisdiccion IS NUMERIC
                      AND w-nom-cant < 100
                       ADD 1 TO w-nom-cant
                       MOVE iib-jurisdiccion TO w-nom-juris(w-nom-cant)
                       MOVE iib-nombre TO w-nom-nombre(w-nom-cant)
                   END-IF
           END-READ.

       510-RETURN-SORT.
           RETURN PRC-WORK AT END MOVE 1 TO w-flag-sort.

       520-PROCESO-COMPROBANTE.
           IF w-primer-grupo = "s"
               MOVE "n" TO w-primer-grupo
               PERFORM 600-CABECERA-JURISDICCION
           ELSE
               IF prc-jurisdiccion NOT = w-juris-ant
                   PERFORM 700-SUBTOTAL-JURISDICCION
                   PERFORM 600-CABECERA-JURISDICCION
               END-IF
           END-IF.
           PERFORM 540-BUSCAR-CLIENTE.
           MOVE prc-fecha TO l-fecha.
           MOVE prc-factura TO l-factura.
           MOVE prc-base TO l-base.
           MOVE prc-alicuota TO l-alicuota.
           MOVE prc-percepcion TO l-percepcion.
           MOVE lin-detalle TO per-linea.
           WRITE per-linea.
           PERFORM 550-ESCRIBIR-DDJJ.
           ADD 1 TO w-cant-comprob.
           ADD 1 TO w-jur-cant.
           ADD prc-base TO w-jur-base.
           ADD prc-percepcion TO w-jur-perc.

       540-BUSCAR-CLIENTE.
           MOVE prc-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE ZEROES TO l-cuit
                   MOVE "--CLIENTE SIN DATOS--" TO l-nombre
               NOT INVALID KEY
                   MOVE cte-cuit TO l-cuit
                   MOVE cte-nombre TO l-nombre
           END-READ.

       550-ESCRIBIR-DDJJ.
           MOVE prc-jurisdiccion TO dj-jurisdiccion.
           MOVE l-cuit TO dj-cuit.
           MOVE prc-fecha TO dj-fecha.
           MOVE "F" TO dj-tipo.
           MOVE prc-factura TO dj-numero.
           MOVE prc-base TO dj-base.
           MOVE prc-alicuota TO dj-alicuota.
           MOVE prc-percepcion TO dj-importe.
           WRITE dj-reg.

       600-CABECERA-JURISDICCION.
           MOVE prc-jurisdiccion TO w-juris-ant.
           MOVE SPACES TO w-nombre-juris.
           IF w-nom-cant > ZERO
               PERFORM 610-BUSCAR-NOMBRE
                   VARYING w-nom-idx FROM 1 BY 1
                   UNTIL w-nom-idx > w-nom-cant
           END-IF.
           MOVE prc-jurisdiccion TO l-juris.
           MOVE w-nombre-juris TO l-juris-nombre.
           MOVE SPACES TO per-linea.
           WRITE per-linea.
           MOVE lin-jurisdiccion TO per-linea.
           WRITE per-linea.
           MOVE lin-cabecera TO per-linea.
           WRITE per-linea.
           MOVE lin-guarda TO per-linea.
           WRITE per-linea.

       610-BUSCAR-NOMBRE.
           IF w-nom-juris(w-nom-idx) = prc-jurisdiccion
               MOVE w-nom-nombre(w-nom-idx) TO w-nombre-juris
           END-IF.

       700-SUBTOTAL-JURISDICCION.
           MOVE lin-guarda TO per-linea.
           WRITE per-linea.
           MOVE w-juris-ant TO st-juris.
           MOVE w-jur-cant TO st-cant.
           MOVE w-jur-base TO st-base.
           MOVE w-jur-perc TO st-percepcion.
           MOVE lin-subtotal TO per-linea.
           WRITE per-linea.
           DISPLAY lin-subtotal.
           ADD w-jur-base TO w-tot-base.
           ADD w-jur-perc TO w-tot-perc.
           MOVE ZERO TO w-jur-cant w-jur-base w-jur-perc.

      * el total del periodo tiene que atar con el haber de la cuenta
      * 213002 PERCEPCION IIBB A PAGAR de los asientos del mes, menos
      * lo devuelto por devoluciones de mercaderia
       800-TOTAL-PERIODO.
           MOVE SPACES TO per-linea.
           WRITE per-linea.
           MOVE w-cant-comprob TO tt-cant.
           MOVE w-tot-base TO tt-base.
           MOVE w-tot-perc TO tt-percepcion.
           MOVE lin-total TO per-linea.
           WRITE per-linea.
           DISPLAY lin-total.

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
