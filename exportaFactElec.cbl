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
           SELECT FACTURAS ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS fac-llave
           FILE STATUS IS w-fs-facturas.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cae-factura
           FILE STATUS IS w-fs-cae.
           SELECT FACTELEC ASSIGN TO "..\factelec.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-factelec.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
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
      * registro de autorizacion por factura: E enviada, A autorizada
      * (con cae y vencimiento), R rechazada por el servicio
       FD  CAE.
       01  cae-reg.
           03 cae-factura pic 9(12).
           03 cae-numero pic 9(14).
           03 cae-vencimiento pic 9(8).
           03 cae-estado pic x.
           03 cae-fecha-envio pic 9(8).
           03 cae-fecha-resp pic 9(8).
           03 cae-motivo pic x(30).
      * interfaz con el servicio de autorizacion: por comprobante una
      * cabecera C, el desglose de iva I y los tributos T; al final
      * un registro Z de control con cantidad e importe total
       FD  FACTELEC.
       01  fe-cabecera.
           03 fe-tipo-reg pic x.
           03 fe-factura pic 9(12).
           03 fe-fecha pic 9(8).
           03 fe-tipo-cbte pic x.
           03 fe-tipo-doc pic 9(2).
           03 fe-cuit pic 9(11).
           03 fe-moneda pic x(3).
           03 fe-cotizacion pic 9(5)V9(4).
           03 fe-neto pic 9(12)V99.
           03 fe-iva pic 9(12)V99.
           03 fe-tributos pic 9(12)V99.
           03 fe-total pic 9(12)V99.
       01  fe-alicuota.
           03 fe-tipo-reg-i pic x.
           03 fe-factura-i pic 9(12).
           03 fe-iva-codigo pic 9(4).
           03 fe-iva-base pic 9(12)V99.
           03 fe-iva-importe pic 9(12)V99.
       01  fe-tributo.
           03 fe-tipo-reg-t pic x.
           03 fe-factura-t pic 9(12).
           03 fe-trib-codigo pic 9(2).
           03 fe-trib-jurisdiccion pic 9(3).
           03 fe-trib-base pic 9(12)V99.
           03 fe-trib-alicuota pic 9(2)V99.
           03 fe-trib-importe pic 9(12)V99.
       01  fe-control.
           03 fe-tipo-reg-z pic x.
           03 fe-cant-comprob pic 9(6).
           03 fe-total-gral pic 9(14)V99.
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
       01  w-abend-programa pic x(15) value "EXPORTAFACTELEC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-cae pic xx.
       01  w-fs-factelec pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "EXPORTAFACTELEC".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-fac pic 9 value zero.
           88 fin-fac value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-iva-codigo pic 9(4) value 5.
       01  w-trib-iibb pic 9(2) value 2.
       01  w-fac-ant pic 9(12) value zero.
       01  w-fecha-ant pic 9(8).
       01  w-moneda-ant pic x(3).
       01  w-cambio-ant pic 9(5)V9(4).
       01  w-juris-ant pic 9(3).
       01  w-alic-ant pic 9(2)V99.
       01  w-neto-fac pic 9(12)V99.
       01  w-iva-fac pic 9(12)V99.
       01  w-perc-fac pic 9(12)V99.
       01  w-base-perc pic 9(12)V99.
       01  w-cae-existe pic x.
       01  w-cant-exportadas pic 9(6) value zero.
       01  w-cant-sin-cuenta pic 9(6) value zero.
       01  w-total-gral pic 9(14)V99 value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-FACTURAS.
           IF NOT fin-fac
               PERFORM 210-INICIAR-FACTURA
           END-IF.
           PERFORM UNTIL fin-fac
               IF fac-facturas NOT = w-fac-ant
                   PERFORM 500-CERRAR-FACTURA
                   PERFORM 210-INICIAR-FACTURA
               END-IF
               PERFORM 300-ACUMULAR-LINEA
               PERFORM 200-LEER-FACTURAS
           END-PERFORM.
           IF w-fac-ant NOT = ZERO
               PERFORM 500-CERRAR-FACTURA
           END-IF.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT FACTURAS.
           IF w-fs-facturas NOT = "00"
              AND w-fs-facturas NOT = "05"
               MOVE "FACTURAS" TO w-abend-archivo
               MOVE w-fs-facturas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 110-ABRIR-CAE.
           OPEN OUTPUT FACTELEC.
           IF w-fs-factelec NOT = "00"
              AND w-fs-factelec NOT = "05"
               MOVE "FACTELEC" TO w-abend-archivo
               MOVE w-fs-factelec TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

      * la primera exportacion crea el registro de autorizaciones
       110-ABRIR-CAE.
           OPEN I-O CAE.
           IF w-fs-cae NOT = "00"
              AND w-fs-cae NOT = "05"
               OPEN OUTPUT CAE
               CLOSE CAE
               OPEN I-O CAE
           END-IF.
           IF w-fs-cae NOT = "00"
              AND w-fs-cae NOT = "05"
               MOVE "CAE" TO w-abend-archivo
               MOVE w-fs-cae TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       200-LEER-FACTURAS.
           READ FACTURAS NEXT AT END MOVE 1 TO w-flag-fac
               NOT AT END ADD 1 TO w-ctl-leidos.

       210-INICIAR-FACTURA.
           MOVE fac-facturas TO w-fac-ant.
           MOVE fecha-factura TO w-fecha-ant.
           MOVE fac-moneda TO w-moneda-ant.
           MOVE fac-cambio TO w-cambio-ant.
           MOVE ZERO TO w-juris-ant.
           MOVE ZERO TO w-alic-ant.
           MOVE ZERO TO w-neto-fac.
           MOVE ZERO TO w-iva-fac.
           MOVE ZERO TO w-perc-fac.
           MOVE ZERO TO w-base-perc.

       300-ACUMULAR-LINEA.
           ADD fac-precio TO w-neto-fac.
           ADD fac-iva TO w-iva-fac.
           IF fac-percepcion > ZERO
               ADD fac-precio TO w-base-perc
               ADD fac-percepcion TO w-perc-fac
               MOVE fac-jurisdiccion TO w-juris-ant
               MOVE fac-alic-perc TO w-alic-ant
           END-IF.

      * se exporta lo que nunca se envio y lo que el servicio rechazo;
      * lo enviado sin respuesta espera la carga del cae. una factura
      * sin cuenta corriente todavia no tiene cliente y queda para la
      * proxima corrida
       500-CERRAR-FACTURA.
           MOVE w-fac-ant TO cae-factura.
           READ CAE
               INVALID KEY MOVE "n" TO w-cae-existe
               NOT INVALID KEY MOVE "s" TO w-cae-existe
           END-READ.
           IF w-cae-existe = "n" OR cae-estado = "R"
               MOVE w-fac-ant TO cta-factura
               READ CTACTE
                   INVALID KEY
                       ADD 1 TO w-cant-sin-cuenta
                   NOT INVALID KEY
                       PERFORM 510-EXPORTAR-FACTURA
               END-READ
           END-IF.

       510-EXPORTAR-FACTURA.
           MOVE cta-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY MOVE ZERO TO cte-cuit
           END-READ.
           PERFORM 520-ESCRIBIR-CABECERA.
           PERFORM 530-ESCRIBIR-ALICUOTA.
           IF w-perc-fac > ZERO
               PERFORM 540-ESCRIBIR-TRIBUTO
           END-IF.
           PERFORM 550-MARCAR-ENVIADA.
           ADD 1 TO w-cant-exportadas.
           ADD fe-total TO w-total-gral.

      * los importes de facturas.dat estan en pesos al cambio del dia
      * de la factura; el comprobante se autoriza en su moneda, asi
      * que se vuelven a dividir por el mismo cambio. el cliente con
      * cuit recibe comprobante A, el resto B a consumidor final
       520-ESCRIBIR-CABECERA.
           MOVE "C" TO fe-tipo-reg.
           MOVE w-fac-ant TO fe-factura.
           MOVE w-fecha-ant TO fe-fecha.
           IF cte-cuit > ZERO
               MOVE "A" TO fe-tipo-cbte
               MOVE 80 TO fe-tipo-doc
               MOVE cte-cuit TO fe-cuit
           ELSE
               MOVE "B" TO fe-tipo-cbte
               MOVE 99 TO fe-tipo-doc
               MOVE ZERO TO fe-cuit
           END-IF.
           IF w-moneda-ant = SPACES
               MOVE "PES" TO fe-moneda
           ELSE
               MOVE w-moneda-ant TO fe-moneda
           END-IF.
           IF w-cambio-ant = ZERO
               MOVE 1 TO w-cambio-ant
           END-IF.
           MOVE w-cambio-ant TO fe-cotizacion.
           COMPUTE fe-neto ROUNDED = w-neto-fac / w-cambio-ant.
           COMPUTE fe-iva ROUNDED = w-iva-fac / w-cambio-ant.
           COMPUTE fe-tributos ROUNDED = w-perc-fac / w-cambio-ant.
           COMPUTE fe-total = fe-neto + fe-iva + fe-tributos.
           WRITE fe-cabecera.
           ADD 1 TO w-ctl-escritos.

       530-ESCRIBIR-ALICUOTA.
           MOVE "I" TO fe-tipo-reg-i.
           MOVE w-fac-ant TO fe-factura-i.
           MOVE w-iva-codigo TO fe-iva-codigo.
           MOVE fe-neto TO fe-iva-base.
           MOVE fe-iva TO fe-iva-importe.
           WRITE fe-alicuota.
           ADD 1 TO w-ctl-escritos.

      * percepcion de ingresos brutos como tributo provincial
       540-ESCRIBIR-TRIBUTO.
           MOVE "T" TO fe-tipo-reg-t.
           MOVE w-fac-ant TO fe-factura-t.
           MOVE w-trib-iibb TO fe-trib-codigo.
           MOVE w-juris-ant TO fe-trib-jurisdiccion.
           COMPUTE fe-trib-base ROUNDED = w-base-perc / w-cambio-ant.
           MOVE w-alic-ant TO fe-trib-alicuota.
           COMPUTE fe-trib-importe ROUNDED =
               w-perc-fac / w-cambio-ant.
           WRITE fe-tributo.
           ADD 1 TO w-ctl-escritos.

       550-MARCAR-ENVIADA.
           MOVE w-fac-ant TO cae-factura.
           MOVE ZERO TO cae-numero.
           MOVE ZERO TO cae-vencimiento.
           MOVE "E" TO cae-estado.
           MOVE w-fecha-hoy TO cae-fecha-envio.
           MOVE ZERO TO cae-fecha-resp.
           MOVE SPACES TO cae-motivo.
           IF w-cae-existe = "s"
               REWRITE cae-reg
           ELSE
               WRITE cae-reg
           END-IF.

       400-FIN.
           MOVE "Z" TO fe-tipo-reg-z.
           MOVE w-cant-exportadas TO fe-cant-comprob.
           MOVE w-total-gral TO fe-total-gral.
           WRITE fe-control.
           ADD 1 TO w-ctl-escritos.
           DISPLAY "COMPROBANTES EXPORTADOS: " w-cant-exportadas.
           DISPLAY "SIN CUENTA CORRIENTE TODAVIA: " w-cant-sin-cuenta.
           CLOSE FACTURAS.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE CAE.
           CLOSE FACTELEC.

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
