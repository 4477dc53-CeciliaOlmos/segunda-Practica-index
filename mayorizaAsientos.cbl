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
           SELECT ASIENTOS ASSIGN TO "..\asientos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientos.
           SELECT PLANCTAS ASSIGN TO "..\planctas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS pla-cuenta
           FILE STATUS IS w-fs-planctas.
           SELECT MAYOR ASSIGN TO "..\mayor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS may-llave
           FILE STATUS IS w-fs-mayor.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-calendario.
           SELECT ASISUSPENSO ASSIGN TO "..\asisuspenso.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-asisuspenso.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 asi-cuenta pic x(6).
           03 asi-concepto pic x(30).
           03 asi-debe pic s9(12)V99.
           03 asi-haber pic s9(12)V99.
       FD  PLANCTAS.
       01  pla-reg.
           03 pla-cuenta pic x(6).
           03 pla-descrip pic x(30).
           03 pla-tipo pic x.
           03 pla-activa pic x.
       FD  MAYOR.
       01  may-reg.
           03 may-llave.
              05 may-cuenta pic x(6).
              05 may-periodo pic 9(6).
           03 may-debe pic s9(14)V99.
           03 may-haber pic s9(14)V99.
           03 may-fecha-ult pic 9(8).
       FD  CALENDARIO.
       01  cal-reg.
           03 cal-tipo pic x.
           03 cal-datos pic x(27).
           03 cal-mes REDEFINES cal-datos.
              05 cal-periodo pic 9(6).
              05 cal-estado pic x.
              05 filler pic x(20).
           03 cal-feriado REDEFINES cal-datos.
              05 cal-fecha pic 9(8).
              05 cal-descrip pic x(19).
       FD  ASISUSPENSO.
       01  sus-linea pic x(120).
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
       01  w-abend-programa pic x(15) value "MAYORIZAASI".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-asientos pic xx.
       01  w-fs-planctas pic xx.
       01  w-fs-mayor pic xx.
       01  w-fs-calendario pic xx.
       01  w-fs-asisuspenso pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "MAYORIZAASI".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-asi pic 9 value zero.
           88 fin-asi value 1.
       01  w-flag-cal pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-cerrados-cant pic 9(2) value zero.
       01  w-cerrados-tab.
           03 w-cerrado-per OCCURS 60 TIMES
              INDEXED BY w-cer-idx pic 9(6).
       01  w-periodo-chk pic 9(8).
       01  w-periodo-chk-par REDEFINES w-periodo-chk.
           03 w-chk-aaaamm pic 9(6).
           03 filler pic 9(2).
       01  w-periodo-cerrado pic x.
       01  w-motivo pic x(20).
       01  w-cant-mayorizados pic 9(6) value zero.
       01  w-cant-suspenso pic 9(6) value zero.
       01  w-total-debe pic s9(14)V99 value zero.
       01  w-total-haber pic s9(14)V99 value zero.
       01  w-susp-debe pic s9(14)V99 value zero.
       01  w-susp-haber pic s9(14)V99 value zero.
       01  w-ctl-debe pic s9(14)V99 value zero.
       01  w-ctl-haber pic s9(14)V99 value zero.
       01  w-hay-control pic x value "n".
       01  lin-titulo.
           03 filler pic x(40) value
              "ASIENTOS EN SUSPENSO - MAYORIZACION DEL ".
           03 l-fecha pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(120) value all "-".
       01  lin-suspenso.
           03 l-sus-fecha pic 9999/99/99.
           03 filler pic x value space.
           03 l-sus-cuenta pic x(6).
           03 filler pic x value space.
           03 l-sus-concepto pic x(30).
           03 l-sus-debe pic -.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-sus-haber pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-sus-motivo pic x(20).
       01  lin-total.
           03 l-tot-etiqueta pic x(49).
           03 l-tot-debe pic -.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-tot-haber pic -.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ASIENTO.
           PERFORM UNTIL fin-asi
               PERFORM 300-PROCESO
               PERFORM 200-LEER-ASIENTO
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT ASIENTOS.
           IF w-fs-asientos NOT = "00"
              AND w-fs-asientos NOT = "05"
               MOVE "ASIENTOS" TO w-abend-archivo
               MOVE w-fs-asientos TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT PLANCTAS.
           IF w-fs-planctas NOT = "00"
              AND w-fs-planctas NOT = "05"
               MOVE "PLANCTAS" TO w-abend-archivo
               MOVE w-fs-planctas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O MAYOR.
           IF w-fs-mayor NOT = "00"
               OPEN OUTPUT MAYOR
               CLOSE MAYOR
               OPEN I-O MAYOR
           END-IF.
           IF w-fs-mayor NOT = "00"
              AND w-fs-mayor NOT = "05"
               MOVE "MAYOR" TO w-abend-archivo
               MOVE w-fs-mayor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND ASISUSPENSO.
           IF w-fs-asisuspenso NOT = "00"
               OPEN OUTPUT ASISUSPENSO
           END-IF.
           IF w-fs-asisuspenso NOT = "00"
              AND w-fs-asisuspenso NOT = "05"
               MOVE "ASISUSPENSO" TO w-abend-archivo
               MOVE w-fs-asisuspenso TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha.
           MOVE lin-titulo TO sus-linea.
           WRITE sus-linea.
           MOVE lin-guarda TO sus-linea.
           WRITE sus-linea.
           PERFORM 130-CARGAR-CALENDARIO.

      * un periodo ya cerrado en el calendario no recibe asientos: lo
      * que llegue fechado en un mes cerrado queda en suspenso para que
      * contabilidad decida si reabre el mes o lo imputa al corriente
       130-CARGAR-CALENDARIO.
           MOVE ZERO TO w-cerrados-cant.
           MOVE ZERO TO w-flag-cal.
           OPEN INPUT CALENDARIO.
           IF w-fs-calendario = "00" OR w-fs-calendario = "05"
               PERFORM 135-LEER-CALENDARIO
                   UNTIL w-flag-cal = 1
               CLOSE CALENDARIO
           END-IF.

       135-LEER-CALENDARIO.
           READ CALENDARIO
               AT END MOVE 1 TO w-flag-cal
               NOT AT END
                   IF cal-tipo = "M" AND cal-estado = "C"
                      AND w-cerrados-cant < 60
                       ADD 1 TO w-cerrados-cant
                       MOVE cal-periodo
                           TO w-cerrado-per(w-cerrados-cant)
                   END-IF
           END-READ.

       140-VERIFICAR-PERIODO-CERRADO.
           MOVE "n" TO w-periodo-cerrado.
           IF w-cerrados-cant > ZERO
               PERFORM 145-COMPARAR-PERIODO
                   VARYING w-cer-idx FROM 1 BY 1
                   UNTIL w-cer-idx > w-cerrados-cant
                      OR w-periodo-cerrado = "s"
           END-IF.

       145-COMPARAR-PERIODO.
           IF w-cerrado-per(w-cer-idx) = w-chk-aaaamm
               MOVE "s" TO w-periodo-cerrado
           END-IF.

       200-LEER-ASIENTO.
           READ ASIENTOS AT END MOVE 1 TO w-flag-asi
               NOT AT END ADD 1 TO w-ctl-leidos.

      * el renglon 999999 es el control de la interfaz y no se mayoriza;
      * sus totales se comparan al final contra lo leido
       300-PROCESO.
           IF asi-cuenta = "999999"
               ADD asi-debe TO w-ctl-debe
               ADD asi-haber TO w-ctl-haber
               MOVE "s" TO w-hay-control
           ELSE
               ADD asi-debe TO w-total-debe
               ADD asi-haber TO w-total-haber
               PERFORM 310-VALIDAR-CUENTA
               IF w-motivo = SPACES
                   PERFORM 350-MAYORIZAR
               ELSE
                   PERFORM 380-ENVIAR-A-SUSPENSO
               END-IF
           END-IF.

       310-VALIDAR-CUENTA.
           MOVE SPACES TO w-motivo.
           MOVE asi-cuenta TO pla-cuenta.
           READ PLANCTAS
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO w-motivo
               NOT INVALID KEY
                   IF pla-activa = "N"
                       MOVE "CUENTA INACTIVA" TO w-motivo
                   END-IF
           END-READ.
           IF w-motivo = SPACES
               MOVE asi-fecha TO w-periodo-chk
               PERFORM 140-VERIFICAR-PERIODO-CERRADO
               IF w-periodo-cerrado = "s"
                   MOVE "PERIODO CERRADO" TO w-motivo
               END-IF
           END-IF.

       350-MAYORIZAR.
           MOVE asi-cuenta TO may-cuenta.
           MOVE asi-fecha TO w-periodo-chk.
           MOVE w-chk-aaaamm TO may-periodo.
           READ MAYOR
               INVALID KEY
                   MOVE asi-debe TO may-debe
                   MOVE asi-haber TO may-haber
                   MOVE w-fecha-hoy TO may-fecha-ult
                   WRITE may-reg
               NOT INVALID KEY
                   ADD asi-debe TO may-debe
                   ADD asi-haber TO may-haber
                   MOVE w-fecha-hoy TO may-fecha-ult
                   REWRITE may-reg
           END-READ.
           ADD 1 TO w-cant-mayorizados.
           ADD 1 TO w-ctl-escritos.

       380-ENVIAR-A-SUSPENSO.
           MOVE asi-fecha TO l-sus-fecha.
           MOVE asi-cuenta TO l-sus-cuenta.
           MOVE asi-concepto TO l-sus-concepto.
           MOVE asi-debe TO l-sus-debe.
           MOVE asi-haber TO l-sus-haber.
           MOVE w-motivo TO l-sus-motivo.
           MOVE lin-suspenso TO sus-linea.
           WRITE sus-linea.
           DISPLAY lin-suspenso.
           ADD asi-debe TO w-susp-debe.
           ADD asi-haber TO w-susp-haber.
           ADD 1 TO w-cant-suspenso.

      * con renglones en suspenso el mayor queda desbalanceado por esa
      * diferencia hasta que se corrijan: la corrida termina con aviso
       400-FIN.
           MOVE lin-guarda TO sus-linea.
           WRITE sus-linea.
           MOVE "TOTAL EN SUSPENSO:" TO l-tot-etiqueta.
           MOVE w-susp-debe TO l-tot-debe.
           MOVE w-susp-haber TO l-tot-haber.
           MOVE lin-total TO sus-linea.
           WRITE sus-linea.
           CLOSE ASIENTOS.
           CLOSE PLANCTAS.
           CLOSE MAYOR.
           CLOSE ASISUSPENSO.
           DISPLAY "RENGLONES MAYORIZADOS: " w-cant-mayorizados.
           DISPLAY "RENGLONES EN SUSPENSO: " w-cant-suspenso.
           IF w-hay-control = "s"
              AND (w-ctl-debe NOT = w-total-debe
                   OR w-ctl-haber NOT = w-total-haber)
               DISPLAY "EL CONTROL 999999 NO COINCIDE CON LOS "
                       "RENGLONES LEIDOS - REVISAR LA INTERFAZ"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF w-cant-suspenso > ZERO
               DISPLAY "HAY ASIENTOS EN SUSPENSO - VER ASISUSPENSO.TXT"
               MOVE 4 TO RETURN-CODE
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
