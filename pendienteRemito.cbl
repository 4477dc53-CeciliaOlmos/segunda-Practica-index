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
           SELECT OPTIONAL REMITO ASSIGN TO "..\remito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
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
           SELECT RTOPEND ASSIGN TO "..\remitopend.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-rtopend.
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
       FD  RTOPEND.
       01  pnd-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "PENDREMITO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-remito pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-rtopend pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "PENDREMITO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-fac pic 9 value zero.
           88 fin-fac value 1.
       01  w-flag-rto pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-fac-ant pic 9(12) value zero.
       01  w-fac-listada pic 9(12) value zero.
       01  w-nota-credito pic x.
       01  w-retenida pic x.
       01  w-cant-retenidas pic 9(6) value zero.
       01  w-remitido pic 9(6).
       01  w-pendiente pic 9(6).
       01  w-cant-facturas pic 9(6) value zero.
       01  w-cant-lineas pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(42) value
              "FACTURAS CON ENTREGA PENDIENTE AL ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-cabecera.
           03 filler pic x(14) value "FACTURA".
           03 filler pic x(12) value "FECHA".
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(10) value "ARTICULO".
           03 filler pic x(11) value "FACTURADO".
           03 filler pic x(11) value "REMITIDO".
           03 filler pic x(11) value "PENDIENTE".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-detalle.
           03 l-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-cliente pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-articulo pic x(8).
           03 filler pic x(2) value spaces.
           03 l-facturado pic zzzzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-remitido pic zzzzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-pendiente pic zzzzzzzz9.
       01  lin-total.
           03 filler pic x(30) value
              "FACTURAS CON ENTREGA PENDIENTE".
           03 t-facturas pic zzzzz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(9) value "LINEAS: ".
           03 t-lineas pic zzzzz9.
       01  lin-retenidas.
           03 filler pic x(30) value
              "RETENIDAS POR CREDITO (APARTE)".
           03 t-retenidas pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-FACTURAS.
           PERFORM UNTIL fin-fac
               IF fac-facturas NOT = w-fac-ant
                   MOVE fac-facturas TO w-fac-ant
                   PERFORM 290-BUSCAR-CUENTA
               END-IF
               IF w-nota-credito = "n" AND w-retenida = "n"
                   PERFORM 300-VERIFICAR-LINEA
               END-IF
               PERFORM 200-LEER-FACTURAS
           END-PERFORM.
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
           OPEN OUTPUT RTOPEND.
           IF w-fs-rtopend NOT = "00"
              AND w-fs-rtopend NOT = "05"
               MOVE "RTOPEND" TO w-abend-archivo
               MOVE w-fs-rtopend TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO pnd-linea.
           WRITE pnd-linea.
           MOVE lin-guarda TO pnd-linea.
           WRITE pnd-linea.
           MOVE lin-cabecera TO pnd-linea.
           WRITE pnd-linea.
           MOVE lin-guarda TO pnd-linea.
           WRITE pnd-linea.

       200-LEER-FACTURAS.
           READ FACTURAS NEXT AT END MOVE 1 TO w-flag-fac
               NOT AT END ADD 1 TO w-ctl-leidos.

      * las notas de credito (total negativo en la cuenta corriente)
      * no generan obligacion de entrega; las facturas retenidas por
      * credito no se pueden remitir y se cuentan aparte
       290-BUSCAR-CUENTA.
           MOVE "n" TO w-nota-credito.
           MOVE "n" TO w-retenida.
           MOVE fac-facturas TO cta-factura.
           READ CTACTE
               INVALID KEY
                   MOVE ZERO TO l-cliente
                   MOVE "--SIN CUENTA CORRIENTE--" TO l-nombre
               NOT INVALID KEY
                   IF cta-total < ZERO
                       MOVE "s" TO w-nota-credito
                   END-IF
                   IF cta-estado = "H"
                       MOVE "s" TO w-retenida
                       ADD 1 TO w-cant-retenidas
                   END-IF
                   MOVE cta-cliente TO l-cliente
                   PERFORM 295-BUSCAR-CLIENTE
           END-READ.

       295-BUSCAR-CLIENTE.
           MOVE cta-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE "--CLIENTE SIN DATOS--" TO l-nombre
               NOT INVALID KEY
                   MOVE cte-nombre TO l-nombre
           END-READ.

      * lo remitido se suma por factura y articulo sobre todos los
      * remitos de la factura; los devueltos no cuentan como entregados
       300-VERIFICAR-LINEA.
           MOVE ZERO TO w-remitido.
           MOVE ZERO TO w-flag-rto.
           MOVE fac-facturas TO rto-factura.
           START REMITO KEY IS = rto-factura
               INVALID KEY MOVE 1 TO w-flag-rto
           END-START.
           PERFORM 310-LEER-REMITO-FACTURA
               UNTIL w-flag-rto = 1.
           IF w-remitido < fac-cantid
               PERFORM 350-LISTAR-PENDIENTE
           END-IF.

       310-LEER-REMITO-FACTURA.
           READ REMITO NEXT
               AT END MOVE 1 TO w-flag-rto
               NOT AT END
                   IF rto-factura = fac-facturas
                       IF rto-articulo = fac-art
                          AND rto-estado NOT = "D"
                           ADD rto-cantidad TO w-remitido
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-rto
                   END-IF
           END-READ.

       350-LISTAR-PENDIENTE.
           COMPUTE w-pendiente = fac-cantid - w-remitido.
           MOVE fac-facturas TO l-factura.
           MOVE fecha-factura TO l-fecha.
           MOVE fac-art TO l-articulo.
           MOVE fac-cantid TO l-facturado.
           MOVE w-remitido TO l-remitido.
           MOVE w-pendiente TO l-pendiente.
           MOVE lin-detalle TO pnd-linea.
           WRITE pnd-linea.
           IF fac-facturas NOT = w-fac-listada
               MOVE fac-facturas TO w-fac-listada
               ADD 1 TO w-cant-facturas
           END-IF.
           ADD 1 TO w-cant-lineas.
           ADD 1 TO w-ctl-escritos.

       400-FIN.
           MOVE lin-guarda TO pnd-linea.
           WRITE pnd-linea.
           MOVE w-cant-facturas TO t-facturas.
           MOVE w-cant-lineas TO t-lineas.
           MOVE lin-total TO pnd-linea.
           WRITE pnd-linea.
           DISPLAY lin-total.
           IF w-cant-retenidas > ZERO
               MOVE w-cant-retenidas TO t-retenidas
               MOVE lin-retenidas TO pnd-linea
               WRITE pnd-linea
               DISPLAY lin-retenidas
           END-IF.
           CLOSE FACTURAS.
           CLOSE REMITO.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE RTOPEND.

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
