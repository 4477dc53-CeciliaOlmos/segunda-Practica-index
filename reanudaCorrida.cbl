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
           SELECT OPTIONAL RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT REANUDAR ASSIGN TO "..\reanudar.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-reanudar.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
           03 run-paso REDEFINES run-programa.
              05 run-prefijo pic x(9).
              05 run-punto pic x(2).
              05 filler pic x(4).
           03 run-fecha pic 9(8).
           03 run-hora-ini pic 9(8).
           03 run-hora-fin pic 9(8).
           03 run-leidos pic 9(6).
           03 run-escritos pic 9(6).
           03 run-estado pic x(10).
      * respuesta para la corrida nocturna: P si la ultima corrida
      * quedo cortada, con su periodo y el ultimo punto de control que
      * completo; N si termino bien o no hay corridas registradas
       FD  REANUDAR.
       01  rea-reg.
           03 rea-pendiente pic x.
           03 rea-periodo pic 9(8).
           03 rea-ultimo pic 9(2).
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
       01  w-abend-programa pic x(15) value "REANUDACORRIDA".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-runctl-status pic xx.
       01  w-fs-reanudar pic xx.
       01  w-flag-run pic 9 value zero.
           88 fin-runctl value 1.
       01  w-hay-corrida pic x value "n".
       01  w-terminada pic x value "n".
       01  w-periodo pic 9(8) value zero.
       01  w-ultimo pic 9(2) value zero.
       01  w-punto-num pic 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RUNCTL.
           IF w-runctl-status NOT = "00"
              AND w-runctl-status NOT = "05"
               MOVE "RUNCTL" TO w-abend-archivo
               MOVE w-runctl-status TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 200-LEER-RUNCTL.
           PERFORM UNTIL fin-runctl
               IF run-prefijo = "NOCTURNO-" AND run-punto IS NUMERIC
                   PERFORM 300-PROCESAR-PUNTO
               END-IF
               PERFORM 200-LEER-RUNCTL
           END-PERFORM.
           CLOSE RUNCTL.
           PERFORM 400-INFORMAR.
           STOP RUN.

       200-LEER-RUNCTL.
           READ RUNCTL AT END MOVE 1 TO w-flag-run.

      * un INICIO abre una corrida nueva y descarta los puntos de la
      * anterior; una REANUDA del mismo periodo sigue sumando sobre
      * los puntos que ya quedaron hechos antes del corte
       300-PROCESAR-PUNTO.
           MOVE run-punto TO w-punto-num.
           EVALUATE TRUE
               WHEN w-punto-num = ZERO
                   IF run-estado = "INICIO"
                      OR run-fecha NOT = w-periodo
                       MOVE "s" TO w-hay-corrida
                       MOVE "n" TO w-terminada
                       MOVE run-fecha TO w-periodo
                       MOVE ZERO TO w-ultimo
                   END-IF
               WHEN run-fecha NOT = w-periodo
                   CONTINUE
               WHEN w-punto-num = 99
                   MOVE "s" TO w-terminada
               WHEN run-estado = "OK" AND w-punto-num > w-ultimo
                   MOVE w-punto-num TO w-ultimo
           END-EVALUATE.

       400-INFORMAR.
           OPEN OUTPUT REANUDAR.
           IF w-fs-reanudar NOT = "00"
               MOVE "REANUDAR" TO w-abend-archivo
               MOVE w-fs-reanudar TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           IF w-hay-corrida = "s" AND w-terminada = "n"
               MOVE "P" TO rea-pendiente
               DISPLAY "LA CORRIDA DEL " w-periodo
                       " QUEDO CORTADA DESPUES DEL PUNTO " w-ultimo
           ELSE
               MOVE "N" TO rea-pendiente
           END-IF.
           MOVE w-periodo TO rea-periodo.
           MOVE w-ultimo TO rea-ultimo.
           WRITE rea-reg.
           CLOSE REANUDAR.

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
