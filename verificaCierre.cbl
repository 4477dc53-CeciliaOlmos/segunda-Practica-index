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
           SELECT OPTIONAL COTIZACIONES
                  ASSIGN TO "..\cotizaciones.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cot-status.
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
           03 run-paso REDEFINES run-programa.
              05 run-prefijo pic x(9).
              05 run-punto pic x(2).
              05 filler pic x(4).
           03 run-fecha pic 9(8).
           03 run-fecha-r REDEFINES run-fecha.
              05 run-periodo pic 9(6).
              05 filler pic 9(2).
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
       FD  COTIZACIONES.
       01  cot-reg.
           03 cot-fecha pic x(8).
           03 cot-fecha-num REDEFINES cot-fecha pic 9(8).
           03 cot-moneda pic x(3).
           03 cot-cambio pic x(9).
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
       01  w-abend-programa pic x(15) value "VERIFICACIERRE".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-runctl-status pic xx.
       01  w-cal-status pic xx.
       01  w-cot-status pic xx.
       01  w-fs-cierrechk pic xx.
       01  w-ctl-programa pic x(15) value "VERIFICACIERRE".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
      * lo manda el bat de cierre: periodo a cerrar y operador
       01  w-entrada.
           03 w-periodo pic x(6).
           03 w-periodo-num REDEFINES w-periodo pic 9(6).
           03 w-operador pic x(20).
       01  w-periodo-r.
           03 w-anio pic 9(4).
           03 w-mes pic 9(2).
       01  w-flag pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-aux pic 9(8).
       01  w-dia-int pic 9(8).
       01  w-dias-semana pic 9(8).
       01  w-cociente pic 9(8).
       01  w-resto-semana pic 9.
       01  w-dia-habil pic x.
       01  w-ultimo-dia pic 9(8).
       01  w-ultimo-habil pic 9(8).
       01  w-feriados-cant pic 9(3) value zero.
       01  w-feriados-tab.
           03 w-feriado-fecha OCCURS 366 TIMES pic 9(8).
       01  w-fer-idx pic 9(3).
       01  w-periodo-cerrado pic x value "n".
       01  w-noc-cant pic 9(3) value zero.
       01  w-noc-tab.
           03 w-noc-item OCCURS 100 TIMES.
              05 w-noc-fecha pic 9(8).
              05 w-noc-terminada pic x.
       01  w-noc-idx pic 9(3).
       01  w-noc-hallada pic 9(3).
       01  w-noc-cortadas pic 9(3) value zero.
       01  w-balance-estado pic x(10) value spaces.
       01  w-balance-fecha pic 9(8) value zero.
       01  w-cot-cierre pic 9(3) value zero.
       01  w-cot-posterior pic 9(3) value zero.
       01  w-gates-ok pic x value "s".
       01  lin-titulo.
           03 filler pic x(36) value
              "CHECKLIST DE CIERRE DEL PERIODO ".
           03 l-periodo pic 9999/99.
           03 filler pic x(13) value "  OPERADOR: ".
           03 l-operador pic x(20).
           03 filler pic x(9) value "  FECHA: ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-seccion pic x(100) value
           "CONDICIONES PREVIAS".
       01  lin-gate.
           03 l-resultado pic x(8).
           03 filler pic x(2) value spaces.
           03 l-condicion pic x(40).
           03 filler pic x(2) value spaces.
           03 l-detalle pic x(48).
       01  l-fecha-edit pic 9999/99/99.
       01  l-cant-edit pic zz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-entrada.
           ACCEPT w-entrada.
           IF w-periodo IS NOT NUMERIC
               DISPLAY "PERIODO DE CIERRE INVALIDO: " w-periodo
               MOVE "BLOQUEADO" TO w-ctl-estado
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-CERRAR-CONTROL
               STOP RUN
           END-IF.
           MOVE w-periodo-num TO w-periodo-r.
           IF w-mes < 1 OR w-mes > 12
               DISPLAY "PERIODO DE CIERRE INVALIDO: " w-periodo
               MOVE "BLOQUEADO" TO w-ctl-estado
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-CERRAR-CONTROL
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-CALENDARIO.
           PERFORM 250-CALCULAR-FIN-DE-MES.
           PERFORM 300-VERIFICAR-PERIODO-ABIERTO.
           PERFORM 400-VERIFICAR-CORRIDAS.
           PERFORM 500-VERIFICAR-BALANCE.
           PERFORM 600-VERIFICAR-COTIZACION.
           PERFORM 700-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT CIERRECHK.
           IF w-fs-cierrechk NOT = "00"
              AND w-fs-cierrechk NOT = "05"
               MOVE "CIERRECHK" TO w-abend-archivo
               MOVE w-fs-cierrechk TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo-num TO l-periodo.
           MOVE w-operador TO l-operador.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO chk-linea.
           WRITE chk-linea.
           MOVE lin-guarda TO chk-linea.
           WRITE chk-linea.
           MOVE lin-seccion TO chk-linea.
           WRITE chk-linea.
           MOVE lin-guarda TO chk-linea.
           WRITE chk-linea.

      * del calendario salen el estado del mes y los feriados, para
      * saber cual fue el ultimo dia habil del periodo
       200-CARGAR-CALENDARIO.
           MOVE ZERO TO w-flag.
           OPEN INPUT CALENDARIO.
           IF w-cal-status = "00" OR w-cal-status = "05"
               PERFORM 210-LEER-CALENDARIO
                   UNTIL w-flag = 1
               CLOSE CALENDARIO
           END-IF.

       210-LEER-CALENDARIO.
           READ CALENDARIO
               AT END MOVE 1 TO w-flag
               NOT AT END
                   IF cal-tipo = "M" AND cal-periodo = w-periodo-num
                      AND cal-estado = "C"
                       MOVE "s" TO w-periodo-cerrado
                   END-IF
                   IF cal-tipo = "F" AND w-feriados-cant < 366
                       ADD 1 TO w-feriados-cant
                       MOVE cal-fecha
                           TO w-feriado-fecha(w-feriados-cant)
                   END-IF
           END-READ.

      * el ultimo dia del mes es el anterior al primero del mes
      * siguiente; desde ahi se retrocede sobre sabados, domingos y
      * feriados. el dia 1 de INTEGER-OF-DATE (01/01/1601) fue lunes
       250-CALCULAR-FIN-DE-MES.
           IF w-mes = 12
               COMPUTE w-fecha-aux = (w-anio + 1) * 10000 + 0101
           ELSE
               COMPUTE w-fecha-aux = w-periodo-num * 100 + 101
           END-IF.
           COMPUTE w-dia-int =
               FUNCTION INTEGER-OF-DATE(w-fecha-aux) - 1.
           COMPUTE w-ultimo-dia = FUNCTION DATE-OF-INTEGER(w-dia-int).
           MOVE "n" TO w-dia-habil.
           PERFORM 260-PROBAR-DIA-HABIL
               UNTIL w-dia-habil = "s".
           COMPUTE w-ultimo-habil =
               FUNCTION DATE-OF-INTEGER(w-dia-int).

       260-PROBAR-DIA-HABIL.
           MOVE "s" TO w-dia-habil.
           SUBTRACT 1 FROM w-dia-int GIVING w-dias-semana.
           DIVIDE w-dias-semana BY 7 GIVING w-cociente
               REMAINDER w-resto-semana.
           IF w-resto-semana > 4
               MOVE "n" TO w-dia-habil
           ELSE
               COMPUTE w-fecha-aux =
                   FUNCTION DATE-OF-INTEGER(w-dia-int)
               IF w-feriados-cant > ZERO
                   PERFORM 270-COMPARAR-FERIADO
                       VARYING w-fer-idx FROM 1 BY 1
                       UNTIL w-fer-idx > w-feriados-cant
                          OR w-dia-habil = "n"
               END-IF
           END-IF.
           IF w-dia-habil = "n"
               SUBTRACT 1 FROM w-dia-int
           END-IF.

       270-COMPARAR-FERIADO.
           IF w-feriado-fecha(w-fer-idx) = w-fecha-aux
               MOVE "n" TO w-dia-habil
           END-IF.

       300-VERIFICAR-PERIODO-ABIERTO.
           MOVE "PERIODO ABIERTO EN CALENDARIO" TO l-condicion.
           IF w-periodo-cerrado = "s"
               MOVE "EL PERIODO YA ESTA CERRADO" TO l-detalle
               PERFORM 810-GATE-FALLA
           ELSE
               MOVE SPACES TO l-detalle
               PERFORM 800-GATE-OK
           END-IF.

      * cada corrida nocturna del mes (punto 00 en runctl) tiene que
      * haber llegado al punto 99; una cortada y no retomada bloquea
       400-VERIFICAR-CORRIDAS.
           MOVE ZERO TO w-flag.
           OPEN INPUT RUNCTL.
           IF w-runctl-status = "00" OR w-runctl-status = "05"
               PERFORM 410-LEER-RUNCTL
                   UNTIL w-flag = 1
               CLOSE RUNCTL
           END-IF.
           MOVE "CORRIDAS NOCTURNAS DEL MES COMPLETAS" TO l-condicion.
           IF w-noc-cant = ZERO
               MOVE "NO HAY CORRIDAS REGISTRADAS EN EL MES"
                   TO l-detalle
               PERFORM 810-GATE-FALLA
           ELSE
               PERFORM 440-CONTAR-CORTADAS
                   VARYING w-noc-idx FROM 1 BY 1
                   UNTIL w-noc-idx > w-noc-cant
               IF w-noc-cortadas = ZERO
                   MOVE SPACES TO l-detalle
                   MOVE w-noc-cant TO l-cant-edit
                   STRING l-cant-edit " CORRIDAS TERMINADAS OK"
                       DELIMITED BY SIZE INTO l-detalle
                   PERFORM 800-GATE-OK
               ELSE
                   MOVE SPACES TO l-detalle
                   MOVE w-noc-cortadas TO l-cant-edit
                   STRING l-cant-edit " CORRIDAS SIN TERMINAR"
                       DELIMITED BY SIZE INTO l-detalle
                   PERFORM 810-GATE-FALLA
                   PERFORM 450-LISTAR-CORTADA
                       VARYING w-noc-idx FROM 1 BY 1
                       UNTIL w-noc-idx > w-noc-cant
               END-IF
           END-IF.

       410-LEER-RUNCTL.
           READ RUNCTL
               AT END MOVE 1 TO w-flag
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF run-periodo = w-periodo-num
                       PERFORM 420-PROCESAR-RUNCTL
                   END-IF
           END-READ.

       420-PROCESAR-RUNCTL.
           IF run-prefijo = "NOCTURNO-"
              AND (run-punto = "00" OR run-punto = "99")
               MOVE ZERO TO w-noc-hallada
               PERFORM 430-BUSCAR-CORRIDA
                   VARYING w-noc-idx FROM 1 BY 1
                   UNTIL w-noc-idx > w-noc-cant
                      OR w-noc-hallada NOT = ZERO
               IF w-noc-hallada = ZERO AND w-noc-cant < 100
                   ADD 1 TO w-noc-cant
                   MOVE w-noc-cant TO w-noc-hallada
                   MOVE run-fecha TO w-noc-fecha(w-noc-hallada)
                   MOVE "n" TO w-noc-terminada(w-noc-hallada)
               END-IF
               IF w-noc-hallada NOT = ZERO
                   IF run-punto = "99"
                       MOVE "s" TO w-noc-terminada(w-noc-hallada)
                   ELSE
                       IF run-estado = "INICIO"
                           MOVE "n" TO w-noc-terminada(w-noc-hallada)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF run-programa = "PRUEBABALANCE"
               MOVE run-estado TO w-balance-estado
               MOVE run-fecha TO w-balance-fecha
           END-IF.

       430-BUSCAR-CORRIDA.
           IF w-noc-fecha(w-noc-idx) = run-fecha
               MOVE w-noc-idx TO w-noc-hallada
           END-IF.

       440-CONTAR-CORTADAS.
           IF w-noc-terminada(w-noc-idx) = "n"
               ADD 1 TO w-noc-cortadas
           END-IF.

       450-LISTAR-CORTADA.
           IF w-noc-terminada(w-noc-idx) = "n"
               MOVE SPACES TO lin-gate
               MOVE w-noc-fecha(w-noc-idx) TO l-fecha-edit
               STRING "CORRIDA DEL " l-fecha-edit " SIN TERMINAR"
                   DELIMITED BY SIZE INTO l-detalle
               MOVE lin-gate TO chk-linea
               WRITE chk-linea
           END-IF.

      * vale la ultima prueba de balance registrada en el mes
       500-VERIFICAR-BALANCE.
           MOVE "PRUEBA DE BALANCE DEL MES EN BALANCE" TO l-condicion.
           MOVE SPACES TO l-detalle.
           IF w-balance-fecha = ZERO
               MOVE "NO HAY PRUEBA DE BALANCE EN EL MES" TO l-detalle
               PERFORM 810-GATE-FALLA
           ELSE
               MOVE w-balance-fecha TO l-fecha-edit
               STRING "ULTIMA DEL " l-fecha-edit ": " w-balance-estado
                   DELIMITED BY SIZE INTO l-detalle
               IF w-balance-estado = "OK"
                   PERFORM 800-GATE-OK
               ELSE
                   PERFORM 810-GATE-FALLA
               END-IF
           END-IF.

      * la revaluacion toma la ultima cotizacion hasta hoy: tiene que
      * estar la del ultimo dia habil del mes y ninguna posterior al
      * cierre, para que se revalue al cambio de cierre
       600-VERIFICAR-COTIZACION.
           MOVE ZERO TO w-flag.
           OPEN INPUT COTIZACIONES.
           IF w-cot-status = "00" OR w-cot-status = "05"
               PERFORM 610-LEER-COTIZACION
                   UNTIL w-flag = 1
               CLOSE COTIZACIONES
           END-IF.
           MOVE "COTIZACION DE CIERRE CARGADA" TO l-condicion.
           MOVE SPACES TO l-detalle.
           MOVE w-ultimo-habil TO l-fecha-edit.
           IF w-cot-cierre = ZERO
               STRING "FALTA LA COTIZACION DEL " l-fecha-edit
                   DELIMITED BY SIZE INTO l-detalle
               PERFORM 810-GATE-FALLA
           ELSE
               IF w-cot-posterior > ZERO
                   MOVE "HAY COTIZACIONES POSTERIORES AL CIERRE"
                       TO l-detalle
                   PERFORM 810-GATE-FALLA
               ELSE
                   STRING "CAMBIO AL " l-fecha-edit
                       DELIMITED BY SIZE INTO l-detalle
                   PERFORM 800-GATE-OK
               END-IF
           END-IF.

       610-LEER-COTIZACION.
           READ COTIZACIONES
               AT END MOVE 1 TO w-flag
               NOT AT END
                   IF cot-fecha IS NUMERIC AND cot-cambio IS NUMERIC
                       IF cot-fecha-num > w-ultimo-dia
                           ADD 1 TO w-cot-posterior
                       ELSE
                           IF cot-fecha-num NOT < w-ultimo-habil
                               ADD 1 TO w-cot-cierre
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       700-FIN.
           MOVE lin-guarda TO chk-linea.
           WRITE chk-linea.
           IF w-gates-ok = "n"
               MOVE "CONDICIONES PREVIAS NO CUMPLIDAS - NO SE CIERRA"
                   TO chk-linea
               WRITE chk-linea
               DISPLAY "CONDICIONES PREVIAS AL CIERRE NO CUMPLIDAS, "
                       "VER CIERRECHK.TXT"
               MOVE "BLOQUEADO" TO w-ctl-estado
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CONDICIONES PREVIAS AL CIERRE CUMPLIDAS"
           END-IF.
           CLOSE CIERRECHK.

       800-GATE-OK.
           MOVE "OK" TO l-resultado.
           MOVE lin-gate TO chk-linea.
           WRITE chk-linea.
           ADD 1 TO w-ctl-escritos.

       810-GATE-FALLA.
           MOVE "FALLA" TO l-resultado.
           MOVE "n" TO w-gates-ok.
           MOVE lin-gate TO chk-linea.
           WRITE chk-linea.
           DISPLAY "FALLA: " l-condicion " " l-detalle.
           ADD 1 TO w-ctl-escritos.

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
