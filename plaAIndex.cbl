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
           SELECT PLA ASSIGN TO "..\planctas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-pla.
           SELECT PLANCTAS ASSIGN TO "..\planctas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pla-cuenta
           FILE STATUS IS w-fs-planctas.
           SELECT PLARECHAZO ASSIGN TO "..\plarechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-plarechazo.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANCTAS.
       01  pla-reg.
           03 pla-cuenta pic x(6).
           03 pla-descrip pic x(30).
           03 pla-tipo pic x.
           03 pla-activa pic x.
       FD  PLA.
       01  pla-tex-reg.
           03 pla-tex-cuenta pic x(6).
           03 pla-tex-descrip pic x(30).
           03 pla-tex-tipo pic x.
           03 pla-tex-activa pic x.
       FD  PLARECHAZO.
       01  rej-reg.
           03 rej-cuenta pic x(6).
           03 rej-descrip pic x(30).
           03 rej-motivo pic x(30).
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
       01  w-abend-programa pic x(15) value "PLAAINDEX".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-pla pic xx.
       01  w-fs-planctas pic xx.
       01  w-fs-plarechazo pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "PLAAINDEX".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-pla pic 9.
           88 fin-archivo value 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ARCH-PLA.
           PERFORM UNTIL fin-archivo
            PERFORM 300-PROCESO
            PERFORM 200-LEER-ARCH-PLA
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
            STOP RUN.

       100-INICIO.
           OPEN INPUT PLA.
           IF w-fs-pla NOT = "00"
              AND w-fs-pla NOT = "05"
               MOVE "PLA" TO w-abend-archivo
               MOVE w-fs-pla TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT PLANCTAS.
           IF w-fs-planctas NOT = "00"
              AND w-fs-planctas NOT = "05"
               MOVE "PLANCTAS" TO w-abend-archivo
               MOVE w-fs-planctas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT PLARECHAZO.
           IF w-fs-plarechazo NOT = "00"
              AND w-fs-plarechazo NOT = "05"
               MOVE "PLARECHAZO" TO w-abend-archivo
               MOVE w-fs-plarechazo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       200-LEER-ARCH-PLA.
           READ PLA AT END MOVE 1 TO w-flag-pla
               NOT AT END ADD 1 TO w-ctl-leidos.

      * el tipo de cuenta define de que lado queda el saldo en el
      * balance: A activo, P pasivo, N patrimonio neto, I ingreso,
      * E egreso. la 999999 es el renglon de control de la interfaz
      * de asientos y nunca se da de alta como cuenta
       300-PROCESO.
           IF pla-tex-cuenta IS NOT NUMERIC
              OR pla-tex-cuenta = "999999"
               PERFORM 320-RECHAZAR-CUENTA-INVALIDA
           ELSE
               IF pla-tex-tipo NOT = "A" AND pla-tex-tipo NOT = "P"
                  AND pla-tex-tipo NOT = "N" AND pla-tex-tipo NOT = "I"
                  AND pla-tex-tipo NOT = "E"
                   PERFORM 330-RECHAZAR-TIPO-INVALIDO
               ELSE
                   MOVE pla-tex-cuenta TO pla-cuenta
                   MOVE pla-tex-descrip TO pla-descrip
                   MOVE pla-tex-tipo TO pla-tipo
                   MOVE pla-tex-activa TO pla-activa
                   INSPECT pla-activa CONVERTING "sn" TO "SN"
                   IF pla-activa NOT = "N"
                       MOVE "S" TO pla-activa
                   END-IF
                   WRITE pla-reg
                       INVALID KEY
                           PERFORM 310-RECHAZAR-DUPLICADO
                       NOT INVALID KEY
                           DISPLAY pla-reg
                           ADD 1 TO w-ctl-escritos
                   END-WRITE
               END-IF
           END-IF.

       310-RECHAZAR-DUPLICADO.
           MOVE pla-tex-cuenta TO rej-cuenta.
           MOVE pla-tex-descrip TO rej-descrip.
           MOVE "CUENTA DUPLICADA" TO rej-motivo.
           WRITE rej-reg.

       320-RECHAZAR-CUENTA-INVALIDA.
           MOVE pla-tex-cuenta TO rej-cuenta.
           MOVE pla-tex-descrip TO rej-descrip.
           MOVE "CODIGO DE CUENTA INVALIDO" TO rej-motivo.
           WRITE rej-reg.

       330-RECHAZAR-TIPO-INVALIDO.
           MOVE pla-tex-cuenta TO rej-cuenta.
           MOVE pla-tex-descrip TO rej-descrip.
           MOVE "TIPO DE CUENTA INVALIDO" TO rej-motivo.
           WRITE rej-reg.

       400-FIN.
           CLOSE PLA.
           CLOSE PLANCTAS.
           CLOSE PLARECHAZO.

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
