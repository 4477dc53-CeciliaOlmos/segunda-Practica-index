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
           SELECT OPERADORES ASSIGN TO "..\operador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ope-id
           FILE STATUS IS w-fs-operadores.
           SELECT PERFILES ASSIGN TO "..\perfiles.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS prf-nombre
           FILE STATUS IS w-fs-perfiles.
           SELECT OPTIONAL SEGPOLITICA ASSIGN TO "..\segpolitica.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-segpolitica.
           SELECT OPTIONAL SEGLOG ASSIGN TO "..\seglog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-seglog.
           SELECT REVACCESOS ASSIGN TO "..\revaccesos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-revaccesos.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
       01  ope-reg.
           03 ope-id pic x(8).
           03 ope-nombre pic x(30).
           03 ope-hash pic 9(10).
           03 ope-perfil pic x(10).
           03 ope-estado pic x.
           03 ope-fallidos pic 9(2).
           03 ope-fecha-clave pic 9(8).
           03 ope-vence-clave pic 9(8).
           03 ope-cambiar pic x.
           03 ope-ultimo-ingreso pic 9(8).
           03 ope-ultima-hora pic 9(8).
           03 ope-limite-aprob pic 9(10)V99.
           03 ope-fecha-alta pic 9(8).
       FD  PERFILES.
       01  prf-reg.
           03 prf-nombre pic x(10).
           03 prf-permisos pic x(10).
           03 prf-descrip pic x(30).
       FD  SEGPOLITICA.
       01  pol-reg.
           03 pol-dias-clave pic 9(3).
           03 pol-intentos pic 9(2).
           03 pol-largo-min pic 9(2).
           03 pol-dias-inactivo pic 9(3).
       FD  SEGLOG.
       01  seg-reg.
           03 seg-fecha pic 9(8).
           03 seg-hora pic 9(8).
           03 seg-operador pic x(8).
           03 seg-programa pic x(15).
           03 seg-evento pic x(12).
           03 seg-detalle pic x(30).
           03 seg-responsable pic x(8).
       FD  REVACCESOS.
       01  rac-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "INFORMEACCESOS".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-operadores pic xx.
       01  w-fs-perfiles pic xx.
       01  w-fs-segpolitica pic xx.
       01  w-fs-seglog pic xx.
       01  w-fs-revaccesos pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "INFORMEACCESOS".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-entrada pic x(6).
       01  w-periodo pic 9(6).
       01  w-dias-inactivo pic 9(3) value 60.
       01  w-dia-hoy pic 9(8).
       01  w-dias-sin-ingreso pic 9(6).
       01  w-flag-ope pic 9.
           88 fin-operadores value 1.
       01  w-flag-seg pic 9.
           88 fin-seglog value 1.
      * movimientos del periodo en seglog.txt por operador, en el
      * mismo orden de operador.dat
       01  w-tabla-ope.
           03 w-ope-item OCCURS 999 TIMES.
              05 w-tab-id pic x(8).
              05 w-tab-ingresos pic 9(5).
              05 w-tab-fallidos pic 9(5).
              05 w-tab-admin pic 9(4).
       01  w-cant-ope pic 9(4) value zero.
       01  w-idx pic 9(4).
       01  w-pos pic 9(4).
       01  w-cant-activos pic 9(4) value zero.
       01  w-cant-bloqueados pic 9(4) value zero.
       01  w-cant-deshabilitados pic 9(4) value zero.
       01  w-cant-inactivos pic 9(4) value zero.
       01  w-cant-vencidos pic 9(4) value zero.
       01  w-cant-admin pic 9(4) value zero.
       01  w-tot-ingresos pic 9(6) value zero.
       01  w-tot-fallidos pic 9(6) value zero.
       01  w-tot-bloqueos pic 9(6) value zero.
       01  w-tot-eventos-adm pic 9(6) value zero.
       01  w-cant-s pic 9(2).
       01  w-ptr pic 9(3).
       01  w-ed-cant pic zzz9.
       01  w-ed-tot pic zzzzz9.
       01  lin-titulo.
           03 filler pic x(38)
              value "REVISION MENSUAL DE ACCESOS - PERIODO ".
           03 l-tit-periodo pic 9999/99.
           03 filler pic x(11) value "  EMITIDO: ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-columnas.
           03 filler pic x(40)
              value "OPERADOR NOMBRE                         ".
           03 filler pic x(35)
              value "PERFIL     PERMISOS   E ULT.INGRESO".
           03 filler pic x(32)
              value " VENCE CLAVE FA ING.M FAL.M ADM".
           03 filler pic x(12) value " OBSERVACION".
       01  lin-operador.
           03 l-id pic x(8).
           03 filler pic x value space.
           03 l-nombre pic x(30).
           03 filler pic x value space.
           03 l-perfil pic x(10).
           03 filler pic x value space.
           03 l-permisos pic x(10).
           03 filler pic x value space.
           03 l-estado pic x.
           03 filler pic x value space.
           03 l-ultimo pic x(10).
           03 l-ultimo-f redefines l-ultimo pic 9999/99/99.
           03 filler pic x value space.
           03 l-vence pic x(11).
           03 l-vence-f redefines l-vence pic 9999/99/99b.
           03 filler pic x value space.
           03 l-fallidos pic z9.
           03 filler pic x value space.
           03 l-ingresos pic zzzz9.
           03 filler pic x value space.
           03 l-fall-mes pic zzzz9.
           03 filler pic x value space.
           03 l-admin pic zz9.
           03 filler pic x value space.
           03 l-observacion pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-entrada IS NUMERIC
               MOVE w-entrada TO w-periodo
           ELSE
               MOVE w-ctl-fecha(1:6) TO w-periodo
           END-IF.
           MOVE w-ctl-fecha TO w-dia-hoy.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-OPERADORES.
           PERFORM 300-CONTAR-EVENTOS.
           PERFORM 400-LISTAR-OPERADORES.
           PERFORM 500-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * revision mensual de accesos: todos los operadores, activos o
      * no, con su perfil, sus permisos y su ultimo ingreso, y los
      * ingresos, intentos fallidos y cambios de seguridad del periodo
      * segun seglog.txt. se marca al que no ingresa hace mas de los
      * dias de la politica, al de clave vencida, al bloqueado, al
      * deshabilitado y al que tiene el permiso de seguridad (S)
       100-INICIO.
           OPEN INPUT OPERADORES.
           IF w-fs-operadores NOT = "00"
               MOVE "OPERADORES" TO w-abend-archivo
               MOVE w-fs-operadores TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT PERFILES.
           IF w-fs-perfiles NOT = "00"
               MOVE "PERFILES" TO w-abend-archivo
               MOVE w-fs-perfiles TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT SEGLOG.
           IF w-fs-seglog NOT = "00"
              AND w-fs-seglog NOT = "05"
               MOVE "SEGLOG" TO w-abend-archivo
               MOVE w-fs-seglog TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT REVACCESOS.
           IF w-fs-revaccesos NOT = "00"
              AND w-fs-revaccesos NOT = "05"
               MOVE "REVACCESOS" TO w-abend-archivo
               MOVE w-fs-revaccesos TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 110-LEER-POLITICA.
           MOVE w-periodo TO l-tit-periodo.
           MOVE w-ctl-fecha TO l-tit-fecha.
           WRITE rac-linea FROM lin-titulo.
           MOVE SPACES TO rac-linea.
           WRITE rac-linea.
           WRITE rac-linea FROM lin-columnas.

       110-LEER-POLITICA.
           OPEN INPUT SEGPOLITICA.
           IF w-fs-segpolitica = "00"
               READ SEGPOLITICA
                   AT END CONTINUE
                   NOT AT END
                       IF pol-dias-inactivo IS NUMERIC
                          AND pol-dias-inactivo > ZERO
                           MOVE pol-dias-inactivo TO w-dias-inactivo
                       END-IF
               END-READ
               CLOSE SEGPOLITICA
           END-IF.

       200-CARGAR-OPERADORES.
           MOVE ZERO TO w-flag-ope.
           PERFORM 210-LEER-OPERADOR.
           PERFORM 220-AGREGAR-OPERADOR UNTIL fin-operadores.
           CLOSE OPERADORES.

       210-LEER-OPERADOR.
           READ OPERADORES NEXT
               AT END MOVE 1 TO w-flag-ope
           END-READ.

       220-AGREGAR-OPERADOR.
           IF w-cant-ope < 999
               ADD 1 TO w-cant-ope
               MOVE ope-id TO w-tab-id(w-cant-ope)
               MOVE ZERO TO w-tab-ingresos(w-cant-ope)
               MOVE ZERO TO w-tab-fallidos(w-cant-ope)
               MOVE ZERO TO w-tab-admin(w-cant-ope)
           END-IF.
           PERFORM 210-LEER-OPERADOR.

      * un evento con responsable distinto del operador afectado es
      * una accion del administrador de seguridad sobre ese operador
       300-CONTAR-EVENTOS.
           MOVE ZERO TO w-flag-seg.
           PERFORM 310-LEER-SEGLOG.
           PERFORM 320-CLASIFICAR-EVENTO UNTIL fin-seglog.
           CLOSE SEGLOG.

       310-LEER-SEGLOG.
           READ SEGLOG
               AT END MOVE 1 TO w-flag-seg
               NOT AT END ADD 1 TO w-ctl-leidos
           END-READ.

       320-CLASIFICAR-EVENTO.
           IF seg-fecha(1:6) = w-periodo
               EVALUATE seg-evento
                   WHEN "INGRESO"
                       ADD 1 TO w-tot-ingresos
                   WHEN "CLAVE MAL"
                       ADD 1 TO w-tot-fallidos
                   WHEN "BLOQUEO"
                       ADD 1 TO w-tot-fallidos
                       ADD 1 TO w-tot-bloqueos
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF seg-responsable NOT = SPACES
                  AND seg-responsable NOT = seg-operador
                   ADD 1 TO w-tot-eventos-adm
               END-IF
               MOVE ZERO TO w-pos
               PERFORM 330-BUSCAR-OPERADOR
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-ope OR w-pos > ZERO
               IF w-pos > ZERO
                   PERFORM 340-SUMAR-EVENTO
               END-IF
           END-IF.
           PERFORM 310-LEER-SEGLOG.

       330-BUSCAR-OPERADOR.
           IF w-tab-id(w-idx) = seg-operador
               MOVE w-idx TO w-pos
           END-IF.

       340-SUMAR-EVENTO.
           EVALUATE seg-evento
               WHEN "INGRESO"
                   ADD 1 TO w-tab-ingresos(w-pos)
               WHEN "CLAVE MAL"
               WHEN "BLOQUEO"
                   ADD 1 TO w-tab-fallidos(w-pos)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF seg-responsable NOT = SPACES
              AND seg-responsable NOT = seg-operador
               ADD 1 TO w-tab-admin(w-pos)
           END-IF.

       400-LISTAR-OPERADORES.
           OPEN INPUT OPERADORES.
           IF w-fs-operadores NOT = "00"
               MOVE "OPERADORES" TO w-abend-archivo
               MOVE w-fs-operadores TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-ope.
           MOVE ZERO TO w-idx.
           PERFORM 210-LEER-OPERADOR.
           PERFORM 410-LINEA-OPERADOR UNTIL fin-operadores.
           CLOSE OPERADORES.

       410-LINEA-OPERADOR.
           ADD 1 TO w-idx.
           MOVE ope-id TO l-id.
           MOVE ope-nombre TO l-nombre.
           MOVE ope-perfil TO l-perfil.
           MOVE ope-perfil TO prf-nombre.
           READ PERFILES
               INVALID KEY MOVE "*SIN PERF*" TO prf-permisos
           END-READ.
           MOVE prf-permisos TO l-permisos.
           MOVE ope-estado TO l-estado.
           IF ope-ultimo-ingreso = ZERO
               MOVE "NUNCA" TO l-ultimo
           ELSE
               MOVE ope-ultimo-ingreso TO l-ultimo-f
           END-IF.
           IF ope-vence-clave = ZERO
               MOVE "NO VENCE" TO l-vence
           ELSE
               MOVE ope-vence-clave TO l-vence-f
           END-IF.
           MOVE ope-fallidos TO l-fallidos.
           IF w-idx NOT > w-cant-ope
              AND w-tab-id(w-idx) = ope-id
               MOVE w-tab-ingresos(w-idx) TO l-ingresos
               MOVE w-tab-fallidos(w-idx) TO l-fall-mes
               MOVE w-tab-admin(w-idx) TO l-admin
           ELSE
               MOVE ZERO TO l-ingresos
               MOVE ZERO TO l-fall-mes
               MOVE ZERO TO l-admin
           END-IF.
           PERFORM 420-OBSERVACION.
           WRITE rac-linea FROM lin-operador.
           ADD 1 TO w-ctl-escritos.
           PERFORM 210-LEER-OPERADOR.

       420-OBSERVACION.
           MOVE SPACES TO l-observacion.
           MOVE 1 TO w-ptr.
           EVALUATE ope-estado
               WHEN "B"
                   ADD 1 TO w-cant-bloqueados
                   STRING "BLOQUEADO " DELIMITED BY SIZE
                          INTO l-observacion WITH POINTER w-ptr
               WHEN "D"
                   ADD 1 TO w-cant-deshabilitados
                   STRING "DESHABILITADO " DELIMITED BY SIZE
                          INTO l-observacion WITH POINTER w-ptr
               WHEN OTHER
                   ADD 1 TO w-cant-activos
           END-EVALUATE.
      * sin ingresos se cuenta desde el alta del operador
           IF ope-estado NOT = "D"
               IF ope-ultimo-ingreso = ZERO
                   COMPUTE w-dias-sin-ingreso =
                       FUNCTION INTEGER-OF-DATE(w-dia-hoy)
                     - FUNCTION INTEGER-OF-DATE(ope-fecha-alta)
               ELSE
                   COMPUTE w-dias-sin-ingreso =
                       FUNCTION INTEGER-OF-DATE(w-dia-hoy)
                     - FUNCTION INTEGER-OF-DATE(ope-ultimo-ingreso)
               END-IF
               IF w-dias-sin-ingreso > w-dias-inactivo
                   ADD 1 TO w-cant-inactivos
                   STRING "INACTIVO " DELIMITED BY SIZE
                          INTO l-observacion WITH POINTER w-ptr
               END-IF
               IF ope-vence-clave NOT = ZERO
                  AND ope-vence-clave < w-dia-hoy
                   ADD 1 TO w-cant-vencidos
                   STRING "VENCIDA " DELIMITED BY SIZE
                          INTO l-observacion WITH POINTER w-ptr
               END-IF
           END-IF.
           MOVE ZERO TO w-cant-s.
           INSPECT prf-permisos TALLYING w-cant-s FOR ALL "S".
           IF w-cant-s > ZERO
               ADD 1 TO w-cant-admin
               STRING "SEGURIDAD" DELIMITED BY SIZE
                      INTO l-observacion WITH POINTER w-ptr
           END-IF.

       500-FIN.
           MOVE SPACES TO rac-linea.
           WRITE rac-linea.
           MOVE w-ctl-escritos TO w-ed-cant.
           MOVE SPACES TO rac-linea.
           STRING "OPERADORES: " w-ed-cant DELIMITED BY SIZE
                  INTO rac-linea.
           WRITE rac-linea.
           MOVE SPACES TO rac-linea.
           MOVE w-cant-activos TO w-ed-cant.
           STRING "ACTIVOS: " w-ed-cant DELIMITED BY SIZE
                  INTO rac-linea.
           MOVE w-cant-bloqueados TO w-ed-cant.
           STRING "  BLOQUEADOS: " w-ed-cant DELIMITED BY SIZE
                  INTO rac-linea(14:).
           MOVE w-cant-deshabilitados TO w-ed-cant.
           STRING "  DESHABILITADOS: " w-ed-cant DELIMITED BY SIZE
                  INTO rac-linea(32:).
           WRITE rac-linea.
           MOVE SPACES TO rac-linea.
           MOVE w-cant-inactivos TO w-ed-cant.
           STRING "INACTIVOS (MAS DE " w-dias-inactivo " DIAS): "
                  w-ed-cant DELIMITED BY SIZE INTO rac-linea.
           MOVE w-cant-vencidos TO w-ed-cant.
           STRING "  CLAVE VENCIDA: " w-ed-cant DELIMITED BY SIZE
                  INTO rac-linea(34:).
           MOVE w-cant-admin TO w-ed-cant.
           STRING "  CON PERMISO DE SEGURIDAD: " w-ed-cant
                  DELIMITED BY SIZE INTO rac-linea(55:).
           WRITE rac-linea.
           MOVE SPACES TO rac-linea.
           MOVE w-tot-ingresos TO w-ed-tot.
           STRING "EN EL PERIODO - INGRESOS: " w-ed-tot
                  DELIMITED BY SIZE INTO rac-linea.
           MOVE w-tot-fallidos TO w-ed-tot.
           STRING "  CLAVES ERRONEAS: " w-ed-tot DELIMITED BY SIZE
                  INTO rac-linea(33:).
           MOVE w-tot-bloqueos TO w-ed-tot.
           STRING "  BLOQUEOS: " w-ed-tot DELIMITED BY SIZE
                  INTO rac-linea(58:).
           MOVE w-tot-eventos-adm TO w-ed-tot.
           STRING "  ACCIONES DE SEGURIDAD: " w-ed-tot
                  DELIMITED BY SIZE INTO rac-linea(76:).
           WRITE rac-linea.
           DISPLAY "OPERADORES LISTADOS: " w-ctl-escritos
                   "  INACTIVOS: " w-cant-inactivos
                   "  VENCIDOS: " w-cant-vencidos
                   "  BLOQUEADOS: " w-cant-bloqueados.
           CLOSE PERFILES.
           CLOSE REVACCESOS.

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
