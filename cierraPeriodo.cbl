           SELECT CALSALIDA ASSIGN TO "..\calendario.new"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-calsalida.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
              05 cal-descrip pic x(19).
       FD  CALSALIDA.
       01  sal-reg pic x(28).
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
       01  w-abend-status pic xx.
       01  w-fs-calendario pic xx.
       01  w-fs-calsalida pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CIERRAPERIODO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-cal pic 9 value zero.
           88 fin-cal value 1.
       01  w-periodo-pedido pic 9(6).
       01  w-reg-aux pic x(28).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           DISPLAY "PERIODO A MODIFICAR (AAAAMM): ".
           ACCEPT w-periodo-pedido.
           DISPLAY "NUEVO ESTADO (C=CERRADO A=ABIERTO): ".
           IF w-estado-pedido NOT = "C"
              AND w-estado-pedido NOT = "A"
               DISPLAY "ESTADO INVALIDO - NO SE HACEN CAMBIOS"
               MOVE "RECHAZADO" TO w-ctl-estado
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-CERRAR-CONTROL
               STOP RUN
           END-IF.
           DISPLAY "CONFIRMA EL CAMBIO DEL PERIODO "
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "CAMBIO CANCELADO"
               MOVE "CANCELADO" TO w-ctl-estado
               PERFORM 9100-CERRAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM 100-REESCRIBIR-CALENDARIO.
           PERFORM 500-VOLCAR-DE-NUEVO.
           DISPLAY "CALENDARIO ACTUALIZADO".
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * primera fase: el calendario modificado se escribe completo en
           READ CALENDARIO AT END MOVE 1 TO w-flag-cal.

       300-COPIAR-REGISTRO.
           ADD 1 TO w-ctl-leidos.
           IF cal-tipo = "M" AND cal-periodo = w-periodo-pedido
               MOVE w-estado-pedido TO cal-estado
               MOVE "s" TO w-hallado
           END-IF.
           MOVE cal-reg TO sal-reg.
           WRITE sal-reg.
           ADD 1 TO w-ctl-escritos.

       400-AGREGAR-PERIODO.
           MOVE SPACES TO w-reg-aux.
               DELIMITED BY SIZE INTO w-reg-aux.
           MOVE w-reg-aux TO sal-reg.
           WRITE sal-reg.
           ADD 1 TO w-ctl-escritos.
           DISPLAY "PERIODO " w-periodo-pedido
                   " AGREGADO AL CALENDARIO CON ESTADO "
                   w-estado-pedido.
                   WRITE cal-reg
           END-READ.

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
