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
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cal-status.
           SELECT CIERRECHK ASSIGN TO "..\cierrechk.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cierrechk.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
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
       FD  CIERRECHK.
       01  chk-linea pic x(100).
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
       01  w-abend-programa pic x(15) value "CHECKLISTCIERRE".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-runctl-status pic xx.
       01  w-cal-status pic xx.
       01  w-fs-cierrechk pic xx.
      * lo manda el bat de cierre al terminar, bien o mal: periodo,
      * fecha y hora en que arranco el cierre y operador que lo corrio
       01  w-entrada.
           03 w-periodo pic x(6).
           03 w-periodo-num REDEFINES w-periodo pic 9(6).
           03 w-inicio-fecha pic x(8).
           03 w-inicio-fecha-num REDEFINES w-inicio-fecha pic 9(8).
           03 w-inicio-hora pic x(8).
           03 w-inicio-hora-num REDEFINES w-inicio-hora pic 9(8).
           03 w-operador pic x(20).
       01  w-flag pic 9.
      * pasos del cierre en el orden en que los corre el bat, con el
      * nombre con que cada programa se registra en runctl
       01  w-pasos-base.
           03 filler pic x(15) value "VERIFICACIERRE".
           03 filler pic x(15) value "INTERESMORA".
           03 filler pic x(15) value "REVALUACARTERA".
           03 filler pic x(15) value "LIBROIVA".
           03 filler pic x(15) value "ESTADOCUENTA".
           03 filler pic x(15) value "LIQUIDACOM".
           03 filler pic x(15) value "DEPURACTACTE".
           03 filler pic x(15) value "MAYORIZAASI".
           03 filler pic x(15) value "CIERRAPERIODO".
       01  w-pasos-vista REDEFINES w-pasos-base.
           03 w-paso-nombre OCCURS 9 TIMES pic x(15).
       01  w-pasos-datos.
           03 w-paso-item OCCURS 9 TIMES.
              05 w-paso-corrio pic x.
              05 w-paso-hora-ini pic 9(8).
              05 w-paso-hora-fin pic 9(8).
              05 w-paso-leidos pic 9(6).
              05 w-paso-escritos pic 9(6).
              05 w-paso-estado pic x(10).
       01  w-idx pic 9(2).
       01  w-estado-periodo pic x value space.
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-seccion pic x(100) value
           "PASOS DEL CIERRE".
       01  lin-cabecera.
           03 filler pic x(4) value "NRO".
           03 filler pic x(16) value "PROGRAMA".
           03 filler pic x(11) value "ESTADO".
           03 filler pic x(10) value "INICIO".
           03 filler pic x(10) value "FIN".
           03 filler pic x(9) value "LEIDOS".
           03 filler pic x(10) value "ESCRITOS".
           03 filler pic x(30) value "EJECUTO".
       01  lin-paso.
           03 l-nro pic z9.
           03 filler pic x(2) value spaces.
           03 l-programa pic x(15).
           03 filler pic x value space.
           03 l-estado pic x(10).
           03 filler pic x value space.
           03 l-hora-ini pic 99.99.99.
           03 filler pic x(2) value spaces.
           03 l-hora-fin pic 99.99.99.
           03 filler pic x(2) value spaces.
           03 l-leidos pic zzzzz9.
           03 filler pic x(3) value spaces.
           03 l-escritos pic zzzzz9.
           03 filler pic x(4) value spaces.
           03 l-operador pic x(20).
       01  lin-no-corrio.
           03 n-nro pic z9.
           03 filler pic x(2) value spaces.
           03 n-programa pic x(15).
           03 filler pic x value space.
           03 filler pic x(14) value "NO EJECUTADO".
       01  lin-periodo.
           03 filler pic x(8) value "PERIODO ".
           03 p-periodo pic 9999/99.
           03 filler pic x(29) value
              " QUEDA EN EL CALENDARIO COMO ".
           03 p-estado pic x(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO w-entrada.
           ACCEPT w-entrada.
           IF w-periodo IS NOT NUMERIC
              OR w-inicio-fecha IS NOT NUMERIC
              OR w-inicio-hora IS NOT NUMERIC
               DISPLAY "DATOS DEL CIERRE INVALIDOS: " w-entrada
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RUNCTL.
           PERFORM 300-LEER-CALENDARIO.
           PERFORM 400-LISTAR.
           STOP RUN.

       100-INICIO.
           PERFORM 110-LIMPIAR-PASO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 9.

       110-LIMPIAR-PASO.
           MOVE "n" TO w-paso-corrio(w-idx).
           MOVE ZERO TO w-paso-hora-ini(w-idx).
           MOVE ZERO TO w-paso-hora-fin(w-idx).
           MOVE ZERO TO w-paso-leidos(w-idx).
           MOVE ZERO TO w-paso-escritos(w-idx).
           MOVE SPACES TO w-paso-estado(w-idx).

      * de cada paso vale el ultimo registro de runctl desde que
      * arranco este cierre; los de corridas anteriores no cuentan
       200-LEER-RUNCTL.
           MOVE ZERO TO w-flag.
           OPEN INPUT RUNCTL.
           IF w-runctl-status NOT = "00"
              AND w-runctl-status NOT = "05"
               MOVE "RUNCTL" TO w-abend-archivo
               MOVE w-runctl-status TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 210-LEER-REGISTRO
               UNTIL w-flag = 1.
           CLOSE RUNCTL.

       210-LEER-REGISTRO.
           READ RUNCTL
               AT END MOVE 1 TO w-flag
               NOT AT END
                   IF run-fecha > w-inicio-fecha-num
                      OR (run-fecha = w-inicio-fecha-num
                          AND run-hora-ini NOT < w-inicio-hora-num)
                       PERFORM 220-BUSCAR-PASO
                           VARYING w-idx FROM 1 BY 1
                           UNTIL w-idx > 9
                   END-IF
           END-READ.

       220-BUSCAR-PASO.
           IF w-paso-nombre(w-idx) = run-programa
               MOVE "s" TO w-paso-corrio(w-idx)
               MOVE run-hora-ini TO w-paso-hora-ini(w-idx)
               MOVE run-hora-fin TO w-paso-hora-fin(w-idx)
               MOVE run-leidos TO w-paso-leidos(w-idx)
               MOVE run-escritos TO w-paso-escritos(w-idx)
               MOVE run-estado TO w-paso-estado(w-idx)
           END-IF.

       300-LEER-CALENDARIO.
           MOVE ZERO TO w-flag.
           OPEN INPUT CALENDARIO.
           IF w-cal-status = "00" OR w-cal-status = "05"
               PERFORM 310-LEER-MES
                   UNTIL w-flag = 1
               CLOSE CALENDARIO
           END-IF.

       310-LEER-MES.
           READ CALENDARIO
               AT END MOVE 1 TO w-flag
               NOT AT END
                   IF cal-tipo = "M" AND cal-periodo = w-periodo-num
                       MOVE cal-estado TO w-estado-periodo
                   END-IF
           END-READ.

      * el listado se agrega a continuacion de las condiciones
      * previas que dejo verificaCierre en cierrechk.txt
       400-LISTAR.
           OPEN EXTEND CIERRECHK.
           IF w-fs-cierrechk NOT = "00"
               OPEN OUTPUT CIERRECHK
           END-IF.
           IF w-fs-cierrechk NOT = "00"
               MOVE "CIERRECHK" TO w-abend-archivo
               MOVE w-fs-cierrechk TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE lin-seccion TO chk-linea.
           WRITE chk-linea.
           MOVE lin-guarda TO chk-linea.
           WRITE chk-linea.
           MOVE lin-cabecera TO chk-linea.
           WRITE chk-linea.
           PERFORM 410-LISTAR-PASO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 9.
           MOVE lin-guarda TO chk-linea.
           WRITE chk-linea.
           MOVE w-periodo-num TO p-periodo.
           EVALUATE w-estado-periodo
               WHEN "C"
                   MOVE "CERRADO" TO p-estado
               WHEN "A"
                   MOVE "ABIERTO" TO p-estado
               WHEN OTHER
                   MOVE "SIN CARGAR" TO p-estado
           END-EVALUATE.
           MOVE lin-periodo TO chk-linea.
           WRITE chk-linea.
           DISPLAY "PERIODO " w-periodo " QUEDA " p-estado.
           CLOSE CIERRECHK.

       410-LISTAR-PASO.
           IF w-paso-corrio(w-idx) = "s"
               MOVE w-idx TO l-nro
               MOVE w-paso-nombre(w-idx) TO l-programa
               MOVE w-paso-estado(w-idx) TO l-estado
               MOVE w-paso-hora-ini(w-idx) (1:6) TO l-hora-ini
               MOVE w-paso-hora-fin(w-idx) (1:6) TO l-hora-fin
               MOVE w-paso-leidos(w-idx) TO l-leidos
               MOVE w-paso-escritos(w-idx) TO l-escritos
               MOVE w-operador TO l-operador
               MOVE lin-paso TO chk-linea
           ELSE
               MOVE w-idx TO n-nro
               MOVE w-paso-nombre(w-idx) TO n-programa
               MOVE lin-no-corrio TO chk-linea
           END-IF.
           WRITE chk-linea.

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
