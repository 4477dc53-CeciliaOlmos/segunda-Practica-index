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
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
           03 run-fecha pic 9(8).
           03 run-hora-ini pic 9(8).
           03 run-hora-fin pic 9(8).
           03 run-leidos pic 9(6).
           03 run-escritos pic 9(6).
           03 run-estado pic x(10).
       WORKING-STORAGE SECTION.
       01  w-runctl-status pic xx.
      * lo manda la corrida nocturna por cada punto de control que
      * completa: periodo de la corrida, numero de punto y estado
      * (INICIO o REANUDA en el punto 00, OK en los demas)
       01  w-entrada.
           03 w-periodo pic x(8).
           03 w-periodo-num REDEFINES w-periodo pic 9(8).
           03 w-punto pic x(2).
           03 w-estado pic x(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO w-entrada.
           ACCEPT w-entrada.
           IF w-periodo IS NOT NUMERIC OR w-punto IS NOT NUMERIC
               DISPLAY "PUNTO DE CONTROL INVALIDO: " w-entrada
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-REGISTRAR-PUNTO
           END-IF.
           STOP RUN.

       100-REGISTRAR-PUNTO.
           OPEN EXTEND RUNCTL.
           IF w-runctl-status NOT = "00"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE SPACES TO run-programa.
           STRING "NOCTURNO-" w-punto DELIMITED BY SIZE
               INTO run-programa.
           MOVE w-periodo-num TO run-fecha.
           ACCEPT run-hora-ini FROM TIME.
           MOVE run-hora-ini TO run-hora-fin.
           MOVE ZERO TO run-leidos.
           MOVE ZERO TO run-escritos.
           MOVE w-estado TO run-estado.
           WRITE run-reg.
           CLOSE RUNCTL.
       END PROGRAM YOUR-PROGRAM-NAME.
