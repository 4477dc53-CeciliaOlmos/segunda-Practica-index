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
           SELECT OCANT ASSIGN TO "..\ocabierta.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ant-llave
                   ALTERNATE RECORD KEY IS ant-articulo WITH DUPLICATES
           FILE STATUS IS w-fs-ocant.
           SELECT OCABIERTA ASSIGN TO "..\ocabierta.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-articulo WITH DUPLICATES
           FILE STATUS IS w-fs-ocabierta.
           SELECT OPTIONAL COSTOHIST ASSIGN TO "..\costohist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cth-llave
           FILE STATUS IS w-fs-costohist.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  OCANT.
       01  ant-reg.
           03 ant-llave.
              05 ant-numero pic 9(8).
              05 ant-articulo pic x(8).
           03 ant-proveedor pic 9(4).
           03 ant-cantidad pic 9(7).
           03 ant-fecha-emision pic 9(8).
           03 ant-fecha-esperada pic 9(8).
           03 ant-estado pic x.
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
       FD  COSTOHIST.
       01  cth-reg.
           03 cth-llave.
              05 cth-articulo pic x(8).
              05 cth-fecha-desde pic 9(8).
           03 cth-costo pic 9(10)V99.
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
       01  w-abend-programa pic x(15) value "CONVIERTEOC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-ocant pic xx.
       01  w-fs-ocabierta pic xx.
       01  w-fs-costohist pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CONVIERTEOC".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-ant pic 9.
           88 fin-ant value 1.
       01  w-flag-cth pic 9.
       01  w-costohist-abierto pic x value "n".
       01  w-fecha-hoy pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-OCANT.
           PERFORM UNTIL fin-ant
               PERFORM 300-PROCESO
               PERFORM 200-LEER-OCANT
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * conversion de una sola vez: el operador copia ocabierta.dat a
      * ocabierta.ant y este programa reconstruye ocabierta.dat con el
      * precio unitario, tomando para las ordenes ya emitidas el costo
      * vigente del articulo. ocabierta.ant queda como respaldo
       100-INICIO.
           OPEN INPUT OCANT.
           IF w-fs-ocant NOT = "00"
              AND w-fs-ocant NOT = "05"
               MOVE "OCANT" TO w-abend-archivo
               MOVE w-fs-ocant TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT OCABIERTA.
           IF w-fs-ocabierta NOT = "00"
              AND w-fs-ocabierta NOT = "05"
               MOVE "OCABIERTA" TO w-abend-archivo
               MOVE w-fs-ocabierta TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT COSTOHIST.
           IF w-fs-costohist = "00" OR w-fs-costohist = "05"
               MOVE "s" TO w-costohist-abierto
           END-IF.

       200-LEER-OCANT.
           READ OCANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END ADD 1 TO w-ctl-leidos.

       300-PROCESO.
           MOVE ant-numero TO oc-numero.
           MOVE ant-articulo TO oc-articulo.
           MOVE ant-proveedor TO oc-proveedor.
           MOVE ant-cantidad TO oc-cantidad.
           MOVE ant-fecha-emision TO oc-fecha-emision.
           MOVE ant-fecha-esperada TO oc-fecha-esperada.
           MOVE ant-estado TO oc-estado.
           MOVE ZERO TO oc-precio.
           IF w-costohist-abierto = "s"
               PERFORM 310-BUSCAR-COSTO-VIGENTE
           END-IF.
           WRITE oc-reg
               INVALID KEY
                   DISPLAY "ORDEN " oc-numero " ARTICULO "
                           oc-articulo " DUPLICADA"
               NOT INVALID KEY
                   ADD 1 TO w-ctl-escritos
           END-WRITE.

       310-BUSCAR-COSTO-VIGENTE.
           MOVE ant-articulo TO cth-articulo.
           MOVE ZERO TO cth-fecha-desde.
           MOVE ZERO TO w-flag-cth.
           START COSTOHIST KEY IS >= cth-llave
               INVALID KEY MOVE 1 TO w-flag-cth
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 315-LEER-COSTOHIST UNTIL w-flag-cth = 1.

       315-LEER-COSTOHIST.
           READ COSTOHIST NEXT
               AT END MOVE 1 TO w-flag-cth
               NOT AT END
                   IF cth-articulo = ant-articulo
                      AND cth-fecha-desde <= w-fecha-hoy
                       MOVE cth-costo TO oc-precio
                   ELSE
                       MOVE 1 TO w-flag-cth
                   END-IF
           END-READ.

       400-FIN.
           DISPLAY "ORDENES CONVERTIDAS: " w-ctl-escritos.
           CLOSE OCANT.
           CLOSE OCABIERTA.
           IF w-costohist-abierto = "s"
               CLOSE COSTOHIST
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
