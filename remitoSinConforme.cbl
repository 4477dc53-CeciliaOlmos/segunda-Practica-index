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
           SELECT REMITO ASSIGN TO "..\remito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS rto-llave
                   ALTERNATE RECORD KEY IS rto-factura WITH DUPLICATES
           FILE STATUS IS w-fs-remito.
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
           SELECT RTOSINCNF ASSIGN TO "..\remitosinconf.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-rtosincnf.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  REMITO.
       01  rto-reg.
           03 rto-llave.
              05 rto-numero pic 9(8).
              05 rto-articulo pic x(8).
           03 rto-factura pic 9(12).
           03 rto-cantidad pic 9(4).
           03 rto-fecha-emision pic 9(8).
           03 rto-transportista pic x(10).
           03 rto-estado pic x.
           03 rto-fecha-conforme pic 9(8).
           03 rto-sucursal pic 9(2).
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
       FD  RTOSINCNF.
       01  snc-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "RTOSINCONFORME".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-remito pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-rtosincnf pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "RTOSINCONFORME".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-rto pic 9 value zero.
           88 fin-rto value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-hoy-int pic 9(8).
       01  w-dias-tope pic 9(3).
       01  w-dias pic 9(6).
       01  w-rto-ant pic 9(8) value zero.
       01  w-cant-remitos pic 9(6) value zero.
       01  w-cant-lineas pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(36) value
              "REMITOS SIN CONFORME DE ENTREGA AL ".
           03 l-fecha-hoy pic 9999/99/99.
           03 filler pic x(14) value " - MAS DE ".
           03 l-dias-tope pic zz9.
           03 filler pic x(5) value " DIAS".
       01  lin-cabecera.
           03 filler pic x(10) value "REMITO".
           03 filler pic x(12) value "EMITIDO".
           03 filler pic x(6) value "DIAS".
           03 filler pic x(12) value "TRANSPORTE".
           03 filler pic x(14) value "FACTURA".
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(10) value "ARTICULO".
           03 filler pic x(8) value "CANTIDAD".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-detalle.
           03 l-remito pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-emision pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-dias pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-transportista pic x(10).
           03 filler pic x(2) value spaces.
           03 l-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-cliente pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-articulo pic x(8).
           03 filler pic x(2) value spaces.
           03 l-cantidad pic zzz9.
       01  lin-total.
           03 filler pic x(30) value
              "REMITOS SIN CONFORME: ".
           03 t-remitos pic zzzzz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(9) value "LINEAS: ".
           03 t-lineas pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-hoy-int = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           DISPLAY "DIAS SIN CONFORME A LISTAR: ".
           ACCEPT w-dias-tope.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-REMITO.
           PERFORM UNTIL fin-rto
               IF rto-estado = "P"
                   PERFORM 300-VERIFICAR-REMITO
               END-IF
               PERFORM 200-LEER-REMITO
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT REMITO.
           IF w-fs-remito NOT = "00"
              AND w-fs-remito NOT = "05"
               MOVE "REMITO" TO w-abend-archivo
               MOVE w-fs-remito TO w-abend-status
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
           OPEN OUTPUT RTOSINCNF.
           IF w-fs-rtosincnf NOT = "00"
              AND w-fs-rtosincnf NOT = "05"
               MOVE "RTOSINCNF" TO w-abend-archivo
               MOVE w-fs-rtosincnf TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE w-dias-tope TO l-dias-tope.
           MOVE lin-titulo TO snc-linea.
           WRITE snc-linea.
           MOVE lin-guarda TO snc-linea.
           WRITE snc-linea.
           MOVE lin-cabecera TO snc-linea.
           WRITE snc-linea.
           MOVE lin-guarda TO snc-linea.
           WRITE snc-linea.

       200-LEER-REMITO.
           READ REMITO NEXT AT END MOVE 1 TO w-flag-rto
               NOT AT END ADD 1 TO w-ctl-leidos.

      * un remito pendiente pasa a la lista cuando lleva mas de los
      * dias indicados sin que el transportista mande el conforme
       300-VERIFICAR-REMITO.
           COMPUTE w-dias = w-hoy-int -
               FUNCTION INTEGER-OF-DATE(rto-fecha-emision).
           IF w-dias > w-dias-tope
               PERFORM 350-LISTAR-REMITO
           END-IF.

       350-LISTAR-REMITO.
           MOVE rto-numero TO l-remito.
           MOVE rto-fecha-emision TO l-emision.
           MOVE w-dias TO l-dias.
           MOVE rto-transportista TO l-transportista.
           MOVE rto-factura TO l-factura.
           MOVE rto-articulo TO l-articulo.
           MOVE rto-cantidad TO l-cantidad.
           MOVE rto-factura TO cta-factura.
           READ CTACTE
               INVALID KEY
                   MOVE ZERO TO l-cliente
                   MOVE "--SIN CUENTA CORRIENTE--" TO l-nombre
               NOT INVALID KEY
                   MOVE cta-cliente TO l-cliente
                   PERFORM 360-BUSCAR-CLIENTE
           END-READ.
           MOVE lin-detalle TO snc-linea.
           WRITE snc-linea.
           IF rto-numero NOT = w-rto-ant
               MOVE rto-numero TO w-rto-ant
               ADD 1 TO w-cant-remitos
           END-IF.
           ADD 1 TO w-cant-lineas.
           ADD 1 TO w-ctl-escritos.

       360-BUSCAR-CLIENTE.
           MOVE cta-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE "--CLIENTE SIN DATOS--" TO l-nombre
               NOT INVALID KEY
                   MOVE cte-nombre TO l-nombre
           END-READ.

       400-FIN.
           MOVE lin-guarda TO snc-linea.
           WRITE snc-linea.
           MOVE w-cant-remitos TO t-remitos.
           MOVE w-cant-lineas TO t-lineas.
           MOVE lin-total TO snc-linea.
           WRITE snc-linea.
           DISPLAY lin-total.
           IF w-cant-remitos > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REMITO.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE RTOSINCNF.

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
