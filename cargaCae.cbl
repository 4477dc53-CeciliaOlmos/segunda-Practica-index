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
           SELECT CAERESP ASSIGN TO "..\caeresp.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-caeresp.
           SELECT CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cae-factura
           FILE STATUS IS w-fs-cae.
           SELECT CAERECHAZO ASSIGN TO "..\caerechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-caerechazo.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * respuesta del servicio de autorizacion: por comprobante el
      * resultado (A aprobado, R rechazado), el cae y su vencimiento,
      * o el motivo del rechazo
       FD  CAERESP.
       01  rsp-reg.
           03 rsp-factura pic x(12).
           03 rsp-resultado pic x.
           03 rsp-cae pic x(14).
           03 rsp-vencimiento pic x(8).
           03 rsp-motivo pic x(30).
       FD  CAE.
       01  cae-reg.
           03 cae-factura pic 9(12).
           03 cae-numero pic 9(14).
           03 cae-vencimiento pic 9(8).
           03 cae-estado pic x.
           03 cae-fecha-envio pic 9(8).
           03 cae-fecha-resp pic 9(8).
           03 cae-motivo pic x(30).
       FD  CAERECHAZO.
       01  rch-linea pic x(100).
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
       01  w-abend-programa pic x(15) value "CARGACAE".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-caeresp pic xx.
       01  w-fs-cae pic xx.
       01  w-fs-caerechazo pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CARGACAE".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-rsp pic 9.
           88 fin-archivo value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-motivo pic x(30).
       01  w-cant-autorizadas pic 9(6) value zero.
       01  w-cant-rechazadas pic 9(6) value zero.
       01  w-cant-invalidas pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(43) value
              "COMPROBANTES NO AUTORIZADOS - RESPUESTA AL ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-rechazo.
           03 l-factura pic x(12).
           03 filler pic x(2) value spaces.
           03 l-origen pic x(20).
           03 filler pic x(2) value spaces.
           03 l-motivo pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RESPUESTA.
           PERFORM UNTIL fin-archivo
            PERFORM 300-PROCESO
            PERFORM 200-LEER-RESPUESTA
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
            STOP RUN.

       100-INICIO.
           OPEN INPUT CAERESP.
           IF w-fs-caeresp NOT = "00"
              AND w-fs-caeresp NOT = "05"
               MOVE "CAERESP" TO w-abend-archivo
               MOVE w-fs-caeresp TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O CAE.
           IF w-fs-cae NOT = "00"
              AND w-fs-cae NOT = "05"
               MOVE "CAE" TO w-abend-archivo
               MOVE w-fs-cae TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CAERECHAZO.
           IF w-fs-caerechazo NOT = "00"
              AND w-fs-caerechazo NOT = "05"
               MOVE "CAERECHAZO" TO w-abend-archivo
               MOVE w-fs-caerechazo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO rch-linea.
           WRITE rch-linea.
           MOVE lin-guarda TO rch-linea.
           WRITE rch-linea.

       200-LEER-RESPUESTA.
           READ CAERESP AT END MOVE 1 TO w-flag-rsp
               NOT AT END ADD 1 TO w-ctl-leidos.

       300-PROCESO.
           PERFORM 310-VALIDAR-RESPUESTA.
           IF w-motivo NOT = SPACES
               MOVE "RESPUESTA INVALIDA" TO l-origen
               MOVE w-motivo TO l-motivo
               PERFORM 350-LISTAR-RECHAZO
               ADD 1 TO w-cant-invalidas
           ELSE
               IF rsp-resultado = "A"
                   PERFORM 320-REGISTRAR-CAE
               ELSE
                   PERFORM 330-REGISTRAR-RECHAZO
               END-IF
           END-IF.

      * solo se aceptan respuestas de comprobantes enviados y todavia
      * sin autorizar: un cae ya cargado no se pisa
       310-VALIDAR-RESPUESTA.
           MOVE SPACES TO w-motivo.
           IF rsp-factura IS NOT NUMERIC
               MOVE "NUMERO DE FACTURA NO NUMERICO" TO w-motivo
           END-IF.
           IF w-motivo = SPACES
               IF rsp-resultado NOT = "A" AND rsp-resultado NOT = "R"
                   MOVE "RESULTADO DESCONOCIDO" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES AND rsp-resultado = "A"
               IF rsp-cae IS NOT NUMERIC
                  OR rsp-vencimiento IS NOT NUMERIC
                   MOVE "CAE O VENCIMIENTO NO NUMERICO" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES
               MOVE rsp-factura TO cae-factura
               READ CAE
                   INVALID KEY
                       MOVE "FACTURA NO EXPORTADA" TO w-motivo
                   NOT INVALID KEY
                       IF cae-estado = "A"
                           MOVE "FACTURA YA AUTORIZADA" TO w-motivo
                       END-IF
               END-READ
           END-IF.

       320-REGISTRAR-CAE.
           MOVE rsp-cae TO cae-numero.
           MOVE rsp-vencimiento TO cae-vencimiento.
           MOVE "A" TO cae-estado.
           MOVE w-fecha-hoy TO cae-fecha-resp.
           MOVE SPACES TO cae-motivo.
           REWRITE cae-reg.
           ADD 1 TO w-cant-autorizadas.
           ADD 1 TO w-ctl-escritos.

      * el rechazo queda marcado R y la exportacion de la noche lo
      * vuelve a mandar una vez corregido el dato que lo origino
       330-REGISTRAR-RECHAZO.
           MOVE ZERO TO cae-numero.
           MOVE ZERO TO cae-vencimiento.
           MOVE "R" TO cae-estado.
           MOVE w-fecha-hoy TO cae-fecha-resp.
           MOVE rsp-motivo TO cae-motivo.
           REWRITE cae-reg.
           ADD 1 TO w-cant-rechazadas.
           ADD 1 TO w-ctl-escritos.
           MOVE "RECHAZADA POR AFIP" TO l-origen.
           MOVE rsp-motivo TO l-motivo.
           PERFORM 350-LISTAR-RECHAZO.

       350-LISTAR-RECHAZO.
           MOVE rsp-factura TO l-factura.
           MOVE lin-rechazo TO rch-linea.
           WRITE rch-linea.

       400-FIN.
           DISPLAY "CAE REGISTRADOS: " w-cant-autorizadas.
           DISPLAY "COMPROBANTES RECHAZADOS: " w-cant-rechazadas.
           DISPLAY "RESPUESTAS INVALIDAS: " w-cant-invalidas.
           IF w-cant-rechazadas > ZERO OR w-cant-invalidas > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CAERESP.
           CLOSE CAE.
           CLOSE CAERECHAZO.

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
