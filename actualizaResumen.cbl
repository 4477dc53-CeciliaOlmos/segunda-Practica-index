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
           SELECT MOVDETALLE ASSIGN TO "..\movdetalle.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movdetalle.
           SELECT OPTIONAL MOVART ASSIGN TO "..\movart.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movart.
           SELECT SUC-WORK ASSIGN TO "suctmp.tmp".
           SELECT MOVSUC ASSIGN TO "movsuc.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movsuc.
           SELECT RES-WORK ASSIGN TO "restmp.tmp".
           SELECT RESUMEN ASSIGN TO "..\resumen.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS rsm-llave
           FILE STATUS IS w-fs-resumen.
           SELECT VENTADIA ASSIGN TO "..\ventadia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS vdi-llave
           FILE STATUS IS w-fs-ventadia.
           SELECT RESUMENCTL ASSIGN TO "..\resumenctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-resumenctl.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVDETALLE.
       01  mdet-reg.
           03 mdet-vend pic 9(3).
           03 mdet-cliente pic 9(6).
           03 mdet-factura pic 9(12).
           03 mdet-articulo pic x(8).
           03 mdet-costo pic s9(10)V99.
           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
       FD  MOVART.
       01  mov-reg.
           03 mov-tipo pic x.
           03 mov-vend pic 9(3).
           03 mov-cliente pic 9(6).
           03 mov-factura pic 9(12).
           03 mov-sucursal pic 9(2).
       SD  SUC-WORK.
       01  scw-rec.
           03 scw-factura pic 9(12).
           03 scw-sucursal pic 9(2).
       FD  MOVSUC.
       01  msc-reg.
           03 msc-factura pic 9(12).
           03 msc-sucursal pic 9(2).
       SD  RES-WORK.
       01  rsw-rec.
           03 rsw-factura pic 9(12).
           03 rsw-vend pic 9(3).
           03 rsw-cliente pic 9(6).
           03 rsw-articulo pic x(8).
           03 rsw-ganancia pic s9(10)V99.
           03 rsw-cantid pic s9(4).
           03 rsw-precio pic s9(10)V99.
           03 rsw-iva pic s9(10)V99.
      * resumen mensual de ventas por vendedor, cliente, articulo y
      * sucursal; lo mantiene la corrida nocturna y se reconstruye
      * desde historico con reconstruyeResumen
       FD  RESUMEN.
       01  rsm-reg.
           03 rsm-llave.
              05 rsm-periodo pic 9(6).
              05 rsm-vend pic 9(3).
              05 rsm-cliente pic 9(6).
              05 rsm-articulo pic x(8).
              05 rsm-sucursal pic 9(2).
           03 rsm-cantidad pic s9(9).
           03 rsm-venta pic s9(12)V99.
           03 rsm-costo pic s9(12)V99.
           03 rsm-iva pic s9(12)V99.
           03 rsm-ganancia pic s9(12)V99.
           03 rsm-lineas pic 9(7).
           03 rsm-fecha-act pic 9(8).
      * venta diaria por articulo, vendedor, cliente y sucursal con la
      * fecha de la corrida; la usa informeCampana para comparar una
      * campana de precios con el periodo anterior
       FD  VENTADIA.
       01  vdi-reg.
           03 vdi-llave.
              05 vdi-fecha pic 9(8).
              05 vdi-articulo pic x(8).
              05 vdi-vend pic 9(3).
              05 vdi-cliente pic 9(6).
              05 vdi-sucursal pic 9(2).
           03 vdi-cantidad pic s9(9).
           03 vdi-venta pic s9(12)V99.
           03 vdi-ganancia pic s9(12)V99.
           03 vdi-lineas pic 9(7).
      * corridas ya sumadas al resumen
       FD  RESUMENCTL.
       01  rct-reg.
           03 rct-corrida pic 9(8).
           03 rct-fecha pic 9(8).
           03 rct-hora pic 9(8).
           03 rct-lineas pic 9(7).
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
       01  w-abend-programa pic x(15) value "ACTUALIZARESUM".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-movdetalle pic xx.
       01  w-fs-movart pic xx.
       01  w-fs-movsuc pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-resumenctl pic xx.
       01  w-fs-ventadia pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "ACTUALIZARESUM".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-entrada pic x(8).
       01  w-corrida pic 9(8).
       01  w-corrida-partes REDEFINES w-corrida.
           03 w-corrida-periodo pic 9(6).
           03 w-corrida-dd pic 9(2).
       01  w-ya-sumada pic x value "n".
       01  w-flag-det pic 9 value zero.
           88 fin-movdetalle value 1.
       01  w-flag-mov pic 9 value zero.
           88 fin-movart value 1.
       01  w-flag-msc pic 9 value zero.
           88 fin-movsuc value 1.
       01  w-flag-rct pic 9 value zero.
           88 fin-resumenctl value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-sucursal pic 9(2).
      * sin sucursal en movart la venta queda en la casa central
       01  w-suc-central pic 9(2) value 1.
       01  w-cant-sin-suc pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-entrada IS NUMERIC
               MOVE w-entrada TO w-corrida
           ELSE
               ACCEPT w-corrida FROM DATE YYYYMMDD
           END-IF.
           PERFORM 150-VERIFICAR-SUMADA.
           IF w-ya-sumada = "s"
               DISPLAY "LA CORRIDA " w-corrida
                       " YA ESTA SUMADA AL RESUMEN - NO SE REPITE"
           ELSE
               PERFORM 100-SUCURSAL-POR-FACTURA
               SORT RES-WORK
                   ON ASCENDING KEY rsw-factura
                   INPUT PROCEDURE IS 200-CARGAR-DETALLE
                   OUTPUT PROCEDURE IS 300-ACTUALIZAR-RESUMEN
               PERFORM 400-REGISTRAR-CORRIDA
               DISPLAY "LINEAS SUMADAS AL RESUMEN: " w-ctl-leidos
               DISPLAY "REGISTROS DE RESUMEN ACTUALIZADOS: "
                       w-ctl-escritos
               IF w-cant-sin-suc > ZERO
                   DISPLAY "LINEAS SIN SUCURSAL EN MOVART (A CASA "
                           "CENTRAL): " w-cant-sin-suc
               END-IF
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * movdetalle no trae la sucursal: se toma de movart.txt, que
      * sigue en su lugar hasta el archivado de la corrida
       100-SUCURSAL-POR-FACTURA.
           SORT SUC-WORK
               ON ASCENDING KEY scw-factura
               INPUT PROCEDURE IS 110-CARGAR-MOVART
               GIVING MOVSUC.

       110-CARGAR-MOVART.
           OPEN INPUT MOVART.
           IF w-fs-movart NOT = "00"
              AND w-fs-movart NOT = "05"
               MOVE "MOVART" TO w-abend-archivo
               MOVE w-fs-movart TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 120-LEER-MOVART.
           PERFORM UNTIL fin-movart
               IF mov-tipo NOT = "H" AND mov-tipo NOT = "T"
                   MOVE mov-factura TO scw-factura
                   MOVE mov-sucursal TO scw-sucursal
                   RELEASE scw-rec
               END-IF
               PERFORM 120-LEER-MOVART
           END-PERFORM.
           CLOSE MOVART.

       120-LEER-MOVART.
           READ MOVART AT END MOVE 1 TO w-flag-mov.

      * una corrida retomada despues de este paso no vuelve a sumar el
      * mismo movdetalle: se reconoce por la fecha de corrida
       150-VERIFICAR-SUMADA.
           OPEN INPUT RESUMENCTL.
           IF w-fs-resumenctl = "00"
               PERFORM 160-LEER-RESUMENCTL
               PERFORM UNTIL fin-resumenctl
                   IF rct-corrida = w-corrida
                       MOVE "s" TO w-ya-sumada
                   END-IF
                   PERFORM 160-LEER-RESUMENCTL
               END-PERFORM
               CLOSE RESUMENCTL
           END-IF.

       160-LEER-RESUMENCTL.
           READ RESUMENCTL AT END MOVE 1 TO w-flag-rct.

       200-CARGAR-DETALLE.
           OPEN INPUT MOVDETALLE.
           IF w-fs-movdetalle NOT = "00"
              AND w-fs-movdetalle NOT = "05"
               MOVE "MOVDETALLE" TO w-abend-archivo
               MOVE w-fs-movdetalle TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 210-LEER-MOVDETALLE.
           PERFORM UNTIL fin-movdetalle
               PERFORM 220-RELEASE-DETALLE
               PERFORM 210-LEER-MOVDETALLE
           END-PERFORM.
           CLOSE MOVDETALLE.

       210-LEER-MOVDETALLE.
           READ MOVDETALLE AT END MOVE 1 TO w-flag-det
               NOT AT END ADD 1 TO w-ctl-leidos.

       220-RELEASE-DETALLE.
           MOVE mdet-factura TO rsw-factura.
           MOVE mdet-vend TO rsw-vend.
           MOVE mdet-cliente TO rsw-cliente.
           MOVE mdet-articulo TO rsw-articulo.
           MOVE mdet-costo TO rsw-ganancia.
           MOVE mdet-cantid TO rsw-cantid.
           MOVE mdet-precio TO rsw-precio.
           MOVE mdet-iva TO rsw-iva.
           RELEASE rsw-rec.

      * apareo por numero de factura entre el detalle y la sucursal
      * de cada movimiento; la venta se suma al mes de la corrida,
      * igual que el archivado de movart en historico
       300-ACTUALIZAR-RESUMEN.
           OPEN INPUT MOVSUC.
           IF w-fs-movsuc NOT = "00"
              AND w-fs-movsuc NOT = "05"
               MOVE "MOVSUC" TO w-abend-archivo
               MOVE w-fs-movsuc TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               OPEN OUTPUT RESUMEN
               CLOSE RESUMEN
               OPEN I-O RESUMEN
               IF w-fs-resumen NOT = "00"
                   MOVE "RESUMEN" TO w-abend-archivo
                   MOVE w-fs-resumen TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           OPEN I-O VENTADIA.
           IF w-fs-ventadia NOT = "00"
               OPEN OUTPUT VENTADIA
               CLOSE VENTADIA
               OPEN I-O VENTADIA
               IF w-fs-ventadia NOT = "00"
                   MOVE "VENTADIA" TO w-abend-archivo
                   MOVE w-fs-ventadia TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           PERFORM 320-LEER-MOVSUC.
           PERFORM 310-RETURN-DETALLE.
           PERFORM UNTIL fin-sort
               PERFORM 330-BUSCAR-SUCURSAL
               PERFORM 340-SUMAR-LINEA
               PERFORM 310-RETURN-DETALLE
           END-PERFORM.
           CLOSE MOVSUC.
           CLOSE RESUMEN.
           CLOSE VENTADIA.

       310-RETURN-DETALLE.
           RETURN RES-WORK AT END MOVE 1 TO w-flag-sort.

       320-LEER-MOVSUC.
           READ MOVSUC AT END MOVE 1 TO w-flag-msc.

       330-BUSCAR-SUCURSAL.
           PERFORM 320-LEER-MOVSUC
               UNTIL fin-movsuc OR msc-factura >= rsw-factura.
           IF NOT fin-movsuc AND msc-factura = rsw-factura
              AND msc-sucursal > ZERO
               MOVE msc-sucursal TO w-sucursal
           ELSE
               MOVE w-suc-central TO w-sucursal
               ADD 1 TO w-cant-sin-suc
           END-IF.

       340-SUMAR-LINEA.
           MOVE w-corrida-periodo TO rsm-periodo.
           MOVE rsw-vend TO rsm-vend.
           MOVE rsw-cliente TO rsm-cliente.
           MOVE rsw-articulo TO rsm-articulo.
           MOVE w-sucursal TO rsm-sucursal.
           READ RESUMEN
               INVALID KEY
                   PERFORM 350-INICIAR-RESUMEN
                   PERFORM 360-ACUMULAR-RESUMEN
                   WRITE rsm-reg
               NOT INVALID KEY
                   PERFORM 360-ACUMULAR-RESUMEN
                   REWRITE rsm-reg
           END-READ.
           ADD 1 TO w-ctl-escritos.
           PERFORM 370-SUMAR-VENTADIA.

       350-INICIAR-RESUMEN.
           MOVE ZERO TO rsm-cantidad.
           MOVE ZERO TO rsm-venta.
           MOVE ZERO TO rsm-costo.
           MOVE ZERO TO rsm-iva.
           MOVE ZERO TO rsm-ganancia.
           MOVE ZERO TO rsm-lineas.

      * la ganancia de la linea ya viene resuelta en movdetalle; el
      * costo es la venta menos la ganancia
       360-ACUMULAR-RESUMEN.
           ADD rsw-cantid TO rsm-cantidad.
           ADD rsw-precio TO rsm-venta.
           COMPUTE rsm-costo = rsm-costo + rsw-precio - rsw-ganancia.
           ADD rsw-iva TO rsm-iva.
           ADD rsw-ganancia TO rsm-ganancia.
           ADD 1 TO rsm-lineas.
           MOVE w-ctl-fecha TO rsm-fecha-act.

       370-SUMAR-VENTADIA.
           MOVE w-corrida TO vdi-fecha.
           MOVE rsw-articulo TO vdi-articulo.
           MOVE rsw-vend TO vdi-vend.
           MOVE rsw-cliente TO vdi-cliente.
           MOVE w-sucursal TO vdi-sucursal.
           READ VENTADIA
               INVALID KEY
                   MOVE ZERO TO vdi-cantidad
                   MOVE ZERO TO vdi-venta
                   MOVE ZERO TO vdi-ganancia
                   MOVE ZERO TO vdi-lineas
                   PERFORM 380-ACUMULAR-VENTADIA
                   WRITE vdi-reg
               NOT INVALID KEY
                   PERFORM 380-ACUMULAR-VENTADIA
                   REWRITE vdi-reg
           END-READ.

       380-ACUMULAR-VENTADIA.
           ADD rsw-cantid TO vdi-cantidad.
           ADD rsw-precio TO vdi-venta.
           ADD rsw-ganancia TO vdi-ganancia.
           ADD 1 TO vdi-lineas.

       400-REGISTRAR-CORRIDA.
           OPEN EXTEND RESUMENCTL.
           IF w-fs-resumenctl NOT = "00"
               OPEN OUTPUT RESUMENCTL
           END-IF.
           MOVE w-corrida TO rct-corrida.
           MOVE w-ctl-fecha TO rct-fecha.
           ACCEPT rct-hora FROM TIME.
           MOVE w-ctl-leidos TO rct-lineas.
           WRITE rct-reg.
           CLOSE RESUMENCTL.

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
