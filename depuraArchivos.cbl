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
           SELECT CATALOGO ASSIGN TO "..\catalogo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cat-archivo
           FILE STATUS IS w-fs-catalogo.
           SELECT OPTIONAL RETENCION ASSIGN TO "..\retencion.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-retencion.
           SELECT ARCHIVO ASSIGN TO w-arch-nombre
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-archivo.
           SELECT FOTOVIP ASSIGN TO w-arch-nombre
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS fvi-codcli
                   ALTERNATE RECORD KEY IS fvi-vend WITH DUPLICATES
           FILE STATUS IS w-fs-fotovip.
           SELECT FOTOVTA ASSIGN TO w-arch-nombre
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS fvt-codcli
           FILE STATUS IS w-fs-fotovta.
           SELECT LOGARCH ASSIGN TO w-log-nombre
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-logarch.
           SELECT LOGTEMP ASSIGN TO "..\depuralog.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-logtemp.
           SELECT COMANDOS ASSIGN TO "..\depuraarch.bat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comandos.
           SELECT INFORME ASSIGN TO "..\depuraarch.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-informe.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO.
       01  cat-reg.
           03 cat-archivo pic x(60).
           03 cat-tipo pic x(12).
           03 cat-periodo pic 9(8).
           03 cat-fecha-alta pic 9(8).
           03 cat-registros pic 9(9).
           03 cat-total pic s9(16)V99.
           03 cat-checksum pic 9(10).
      * A archivado, C comprimido, P depurado, F faltante, D difiere
           03 cat-estado pic x.
           03 cat-fecha-verif pic 9(8).
           03 cat-fecha-accion pic 9(8).
       FD  RETENCION.
       01  ret-reg.
           03 ret-tipo pic x(12).
           03 ret-clase pic x.
           03 ret-dias pic 9(5).
           03 ret-comprime pic 9(5).
           03 ret-pos-ctl pic 9(3).
           03 ret-largo-ctl pic 9(2).
           03 ret-dec-ctl pic 9.
           03 ret-pos-fecha pic 9(3).
           03 ret-archivo pic x(40).
       FD  ARCHIVO.
       01  arc-linea pic x(512).
       FD  FOTOVIP.
       01  fvi-reg.
           03 fvi-codcli pic 9(6).
           03 fvi-ganancia pic s9(10)V99.
           03 fvi-nombre pic x(30).
           03 fvi-vend pic 9(3).
           03 fvi-exento pic x.
           03 fvi-sucursal pic 9(2).
       FD  FOTOVTA.
       01  fvt-reg.
           03 fvt-codcli pic 9(6).
           03 fvt-ganancia pic s9(10)V99.
           03 fvt-vend pic 9(3).
           03 fvt-sucursal pic 9(2).
           03 fvt-fecha-act pic 9(8).
       FD  LOGARCH.
       01  log-linea pic x(512).
       FD  LOGTEMP.
       01  tmp-linea pic x(512).
       FD  COMANDOS.
       01  cmd-linea pic x(132).
       FD  INFORME.
       01  inf-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "DEPURAARCHIVOS".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-catalogo pic xx.
       01  w-fs-retencion pic xx.
       01  w-fs-archivo pic xx.
       01  w-fs-fotovip pic xx.
       01  w-fs-fotovta pic xx.
       01  w-fs-logarch pic xx.
       01  w-fs-logtemp pic xx.
       01  w-fs-comandos pic xx.
       01  w-fs-informe pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "DEPURAARCHIVOS".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-arch-nombre pic x(60).
       01  w-log-nombre pic x(40).
       01  w-dia-hoy pic 9(8).
       01  w-tipo pic x(12).
      * retencion por tipo de archivo: clase F fiscal, O operativo, L
      * log de corrida; dias de guarda, dias hasta comprimir (0 nunca),
      * campo de control (posicion, largo, decimales; posicion 0 sin
      * campo) y, para los logs, posicion de la fecha y camino. La
      * tabla de abajo es la de fabrica; retencion.txt la corrige por
      * tipo o agrega tipos nuevos
       01  w-ret-defecto.
           03 filler pic x(32) value "MOVART      F0365000365011120000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "RECIBOS     F0365000365021102000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "MOVSTOCK    F0365000365011070000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CTACTE      F0365000365030122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "ASIENTOS    F0365000365045142000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "FACPROV     F0365000365056122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CAERESP     F0365000365001120000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "REMITOS     F0365000365029040000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CONFORMES   F0365000365001080000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "DEBITORESP  F0365000365025122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CLIENVIP    O0018000000007122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "VIPVENTANA  O0018000000007122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "DISTRIB     O0036500000000000000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "ERRORLOG    L0009000000000000001".
           03 filler pic x(40) value "..\errorlog.txt".
           03 filler pic x(32) value "RUNCTL      L0009000000000000016".
           03 filler pic x(40) value "..\runctl.txt".
           03 filler pic x(32) value "SESIONLOG   L0009000000000000001".
           03 filler pic x(40) value "..\sesionlog.txt".
           03 filler pic x(32) value "KPIHIST     L0009000000000000001".
           03 filler pic x(40) value "..\kpihist.txt".
       01  w-ret-defecto-r REDEFINES w-ret-defecto.
           03 w-rdf-item OCCURS 17 TIMES pic x(72).
       01  w-cant-ret-defecto pic 9(2) value 17.
       01  w-tabla-ret.
           03 w-ret-item OCCURS 40 TIMES.
              05 w-ret-tipo pic x(12).
              05 w-ret-clase pic x.
              05 w-ret-dias pic 9(5).
              05 w-ret-comprime pic 9(5).
              05 w-ret-pos-ctl pic 9(3).
              05 w-ret-largo-ctl pic 9(2).
              05 w-ret-dec-ctl pic 9.
              05 w-ret-pos-fecha pic 9(3).
              05 w-ret-archivo pic x(40).
       01  w-cant-ret pic 9(2) value zero.
       01  w-idx pic 9(2).
       01  w-jdx pic 9(2).
       01  w-pos-ret pic 9(2).
       01  w-flag-ret pic 9.
           88 fin-retencion value 1.
       01  w-flag-cat pic 9.
           88 fin-catalogo value 1.
      * medicion del archivo: registros, total de control y suma de
      * verificacion, igual que la hace catalogaArchivo al catalogar
       01  w-flag-med pic 9.
           88 fin-medicion value 1.
       01  w-flag-abierto pic 9.
           88 archivo-abierto value 1.
       01  w-linea pic x(512).
       01  w-blancos pic 9(3).
       01  w-largo pic 9(3).
       01  w-car pic 9(3).
       01  w-suma-reg pic 9(10).
       01  w-registros pic 9(9).
       01  w-total pic s9(16)V99.
       01  w-checksum pic 9(10).
       01  w-pos-ctl pic 9(3).
       01  w-largo-ctl pic 9(2).
       01  w-dec-ctl pic 9.
       01  w-ctl-texto pic x(18) JUSTIFIED RIGHT.
       01  w-ctl-num REDEFINES w-ctl-texto pic s9(18).
       01  w-ctl-valor pic s9(16)V99.
       01  w-fecha-base pic 9(8).
       01  w-antiguedad pic s9(6).
       01  w-resultado pic x(12).
       01  w-accion pic x(14).
      * recorte de los logs de corrida
       01  w-flag-log pic 9.
           88 fin-log value 1.
       01  w-corte pic 9(8).
       01  w-pos-fecha pic 9(3).
       01  w-log-leidos pic 9(7).
       01  w-log-eliminados pic 9(7).
       01  w-cant-verificados pic 9(6) value zero.
       01  w-cant-correctos pic 9(6) value zero.
       01  w-cant-faltantes pic 9(6) value zero.
       01  w-cant-difieren pic 9(6) value zero.
       01  w-cant-comprimidos pic 9(6) value zero.
       01  w-cant-depurados pic 9(6) value zero.
       01  w-cant-bajas pic 9(6) value zero.
       01  w-cant-sin-ret pic 9(6) value zero.
       01  w-ed-reg pic zzz.zzz.zz9.
       01  w-ed-total pic -.---.---.---.---.--9,99.
       01  w-ed-cant pic zzz.zz9.
       01  w-ed-log pic z.zzz.zz9.
       01  w-ed-dias pic zzzz9.
       01  w-ed-fecha pic 9999/99/99.
       01  lin-titulo.
           03 filler pic x(47)
              value "MANTENIMIENTO DEL ARCHIVO HISTORICO - EMITIDO: ".
           03 l-tit-fecha pic 9999/99/99.
       01  lin-columnas.
           03 filler pic x(61) value "ARCHIVO".
           03 filler pic x(13) value "TIPO".
           03 filler pic x(11) value "PERIODO".
           03 filler pic x(12) value "  REGISTROS".
           03 filler pic x(13) value "RESULTADO".
           03 filler pic x(14) value "ACCION".
       01  lin-archivo.
           03 l-archivo pic x(60).
           03 filler pic x value space.
           03 l-tipo pic x(12).
           03 filler pic x value space.
           03 l-periodo pic 9999/99/99.
           03 filler pic x value space.
           03 l-registros pic zzz.zzz.zz9.
           03 filler pic x value space.
           03 l-resultado pic x(12).
           03 filler pic x value space.
           03 l-accion pic x(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           MOVE w-ctl-fecha TO w-dia-hoy.
           PERFORM 100-INICIO.
           PERFORM 200-REVISAR-CATALOGO.
           PERFORM 300-RECORTAR-LOGS.
           PERFORM 500-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * mantenimiento del archivo historico: cada archivo de
      * catalogo.dat se vuelve a medir y se informa el que falta o ya
      * no coincide con lo catalogado. el que paso su plazo de guarda
      * se depura y el que paso el plazo de compresion se comprime; el
      * programa no borra ni comprime, deja los comandos en
      * depuraarch.bat que corre el cierre mensual. los logs de
      * corrida se recortan aca mismo a los dias de la tabla
       100-INICIO.
           PERFORM 150-CARGAR-RETENCION.
           OPEN I-O CATALOGO.
           IF w-fs-catalogo NOT = "00"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN I-O CATALOGO
           END-IF.
           IF w-fs-catalogo NOT = "00"
               MOVE "CATALOGO" TO w-abend-archivo
               MOVE w-fs-catalogo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT COMANDOS.
           IF w-fs-comandos NOT = "00"
               MOVE "COMANDOS" TO w-abend-archivo
               MOVE w-fs-comandos TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT INFORME.
           IF w-fs-informe NOT = "00"
               MOVE "INFORME" TO w-abend-archivo
               MOVE w-fs-informe TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE "@echo off" TO cmd-linea.
           WRITE cmd-linea.
           MOVE w-dia-hoy TO w-ed-fecha.
           MOVE SPACES TO cmd-linea.
           STRING "rem generado por depuraArchivos el " w-ed-fecha
                  " - ver depuraarch.txt" DELIMITED BY SIZE
                  INTO cmd-linea.
           WRITE cmd-linea.
           MOVE w-dia-hoy TO l-tit-fecha.
           WRITE inf-linea FROM lin-titulo.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           WRITE inf-linea FROM lin-columnas.

       150-CARGAR-RETENCION.
           PERFORM 152-COPIAR-DEFECTO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-ret-defecto.
           OPEN INPUT RETENCION.
           IF w-fs-retencion = "00"
               MOVE ZERO TO w-flag-ret
               PERFORM 154-LEER-RETENCION
               PERFORM 156-TOMAR-RETENCION UNTIL fin-retencion
               CLOSE RETENCION
           END-IF.

       152-COPIAR-DEFECTO.
           ADD 1 TO w-cant-ret.
           MOVE w-rdf-item(w-idx) TO w-ret-item(w-cant-ret).

       154-LEER-RETENCION.
           READ RETENCION
               AT END MOVE 1 TO w-flag-ret
           END-READ.

      * un renglon de retencion.txt con un tipo ya conocido reemplaza
      * al de fabrica; uno nuevo se agrega al final de la tabla
       156-TOMAR-RETENCION.
           IF ret-tipo NOT = SPACES
              AND ret-dias IS NUMERIC
              AND ret-comprime IS NUMERIC
              AND ret-pos-ctl IS NUMERIC
              AND ret-largo-ctl IS NUMERIC
              AND ret-dec-ctl IS NUMERIC
              AND ret-pos-fecha IS NUMERIC
               MOVE ret-tipo TO w-tipo
               MOVE ZERO TO w-pos-ret
               PERFORM 160-BUSCAR-TIPO
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-ret OR w-pos-ret > ZERO
               IF w-pos-ret = ZERO AND w-cant-ret < 40
                   ADD 1 TO w-cant-ret
                   MOVE w-cant-ret TO w-pos-ret
               END-IF
               IF w-pos-ret > ZERO
                   MOVE ret-reg TO w-ret-item(w-pos-ret)
               END-IF
           END-IF.
           PERFORM 154-LEER-RETENCION.

       160-BUSCAR-TIPO.
           IF w-ret-tipo(w-idx) = w-tipo
               MOVE w-idx TO w-pos-ret
           END-IF.

       200-REVISAR-CATALOGO.
           MOVE ZERO TO w-flag-cat.
           PERFORM 210-LEER-CATALOGO.
           PERFORM 220-REVISAR-ARCHIVO UNTIL fin-catalogo.
           CLOSE CATALOGO.
           CLOSE COMANDOS.

       210-LEER-CATALOGO.
           READ CATALOGO NEXT
               AT END MOVE 1 TO w-flag-cat
           END-READ.

      * un archivo ya depurado queda en el catalogo como constancia y
      * no se vuelve a buscar
       220-REVISAR-ARCHIVO.
           IF cat-estado NOT = "P"
               ADD 1 TO w-cant-verificados
               MOVE cat-archivo TO w-arch-nombre
               MOVE cat-tipo TO w-tipo
               MOVE ZERO TO w-pos-ret
               PERFORM 160-BUSCAR-TIPO
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-ret OR w-pos-ret > ZERO
               IF w-pos-ret > ZERO
                   MOVE w-ret-pos-ctl(w-pos-ret) TO w-pos-ctl
                   MOVE w-ret-largo-ctl(w-pos-ret) TO w-largo-ctl
                   MOVE w-ret-dec-ctl(w-pos-ret) TO w-dec-ctl
               ELSE
                   MOVE ZERO TO w-pos-ctl
                   MOVE ZERO TO w-largo-ctl
                   MOVE ZERO TO w-dec-ctl
               END-IF
               PERFORM 600-MEDIR-ARCHIVO
               PERFORM 230-COMPARAR-CATALOGO
               PERFORM 240-APLICAR-RETENCION
               MOVE w-dia-hoy TO cat-fecha-verif
               REWRITE cat-reg
                   INVALID KEY
                       MOVE "CATALOGO" TO w-abend-archivo
                       MOVE w-fs-catalogo TO w-abend-status
                       PERFORM 9900-ABEND-ARCHIVO
               END-REWRITE
               IF w-resultado NOT = "OK"
                  OR w-accion NOT = SPACES
                   PERFORM 260-INFORMAR-ARCHIVO
               END-IF
           END-IF.
           PERFORM 210-LEER-CATALOGO.

      * el total de control del catalogo se compara con el que da la
      * tabla de retencion vigente; un archivo que falto o difirio y
      * vuelve a coincidir (restaurado de la copia) queda archivado
       230-COMPARAR-CATALOGO.
           MOVE SPACES TO w-accion.
           IF NOT archivo-abierto
               MOVE "FALTANTE" TO w-resultado
               MOVE "F" TO cat-estado
               ADD 1 TO w-cant-faltantes
           ELSE
               IF w-registros NOT = cat-registros
                  OR w-total NOT = cat-total
                  OR w-checksum NOT = cat-checksum
                   MOVE "NO COINCIDE" TO w-resultado
                   MOVE "D" TO cat-estado
                   ADD 1 TO w-cant-difieren
               ELSE
                   MOVE "OK" TO w-resultado
                   ADD 1 TO w-cant-correctos
                   IF cat-estado = "F" OR cat-estado = "D"
                       MOVE "A" TO cat-estado
                   END-IF
               END-IF
           END-IF.

      * la antiguedad se cuenta desde la fecha del periodo archivado;
      * pasado el plazo de guarda el archivo se borra, y el que ya no
      * esta se da de baja del catalogo. la compresion es la de NTFS:
      * el archivo se sigue leyendo igual y se puede verificar
       240-APLICAR-RETENCION.
           IF w-pos-ret = ZERO
               MOVE "SIN RETENCION" TO w-accion
               ADD 1 TO w-cant-sin-ret
           ELSE
               IF cat-periodo IS NUMERIC
                  AND cat-periodo > 16010101
                  AND cat-periodo NOT > w-dia-hoy
                   MOVE cat-periodo TO w-fecha-base
               ELSE
                   MOVE cat-fecha-alta TO w-fecha-base
               END-IF
               COMPUTE w-antiguedad =
                   FUNCTION INTEGER-OF-DATE(w-dia-hoy)
                 - FUNCTION INTEGER-OF-DATE(w-fecha-base)
               IF w-ret-dias(w-pos-ret) > ZERO
                  AND w-antiguedad > w-ret-dias(w-pos-ret)
                   PERFORM 250-DEPURAR-ARCHIVO
               ELSE
                   IF w-ret-comprime(w-pos-ret) > ZERO
                      AND w-antiguedad > w-ret-comprime(w-pos-ret)
                      AND cat-estado = "A"
                       PERFORM 255-COMPRIMIR-ARCHIVO
                   END-IF
               END-IF
           END-IF.

       250-DEPURAR-ARCHIVO.
           IF archivo-abierto
               MOVE SPACES TO cmd-linea
               STRING "del """ DELIMITED BY SIZE
                      w-arch-nombre DELIMITED BY SPACE
                      """" DELIMITED BY SIZE
                      INTO cmd-linea
               WRITE cmd-linea
               MOVE "DEPURADO" TO w-accion
               ADD 1 TO w-cant-depurados
           ELSE
               MOVE "BAJA CATALOGO" TO w-accion
               ADD 1 TO w-cant-bajas
           END-IF.
           MOVE "P" TO cat-estado.
           MOVE w-dia-hoy TO cat-fecha-accion.

       255-COMPRIMIR-ARCHIVO.
           MOVE SPACES TO cmd-linea.
           STRING "compact /c /q """ DELIMITED BY SIZE
                  w-arch-nombre DELIMITED BY SPACE
                  """ >nul" DELIMITED BY SIZE
                  INTO cmd-linea.
           WRITE cmd-linea.
           MOVE "COMPRIMIDO" TO w-accion.
           MOVE "C" TO cat-estado.
           MOVE w-dia-hoy TO cat-fecha-accion.
           ADD 1 TO w-cant-comprimidos.

       260-INFORMAR-ARCHIVO.
           MOVE cat-archivo TO l-archivo.
           MOVE cat-tipo TO l-tipo.
           IF cat-periodo IS NUMERIC
               MOVE cat-periodo TO l-periodo
           ELSE
               MOVE ZERO TO l-periodo
           END-IF.
           MOVE cat-registros TO l-registros.
           MOVE w-resultado TO l-resultado.
           MOVE w-accion TO l-accion.
           WRITE inf-linea FROM lin-archivo.
           ADD 1 TO w-ctl-escritos.
           IF w-resultado = "NO COINCIDE"
               MOVE SPACES TO inf-linea
               MOVE cat-registros TO w-ed-reg
               MOVE cat-total TO w-ed-total
               STRING "    CATALOGO - REGISTROS " w-ed-reg
                      "  TOTAL " w-ed-total
                      "  VERIF " cat-checksum
                      DELIMITED BY SIZE INTO inf-linea
               WRITE inf-linea
               MOVE SPACES TO inf-linea
               MOVE w-registros TO w-ed-reg
               MOVE w-total TO w-ed-total
               STRING "    ACTUAL   - REGISTROS " w-ed-reg
                      "  TOTAL " w-ed-total
                      "  VERIF " w-checksum
                      DELIMITED BY SIZE INTO inf-linea
               WRITE inf-linea
           END-IF.

      * los logs de corrida crecen en cada corrida; se dejan los
      * renglones de los ultimos dias de la tabla. un renglon sin fecha
      * valida en su posicion se conserva
       300-RECORTAR-LOGS.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           PERFORM 310-REVISAR-LOG
               VARYING w-jdx FROM 1 BY 1 UNTIL w-jdx > w-cant-ret.

       310-REVISAR-LOG.
           IF w-ret-clase(w-jdx) = "L"
              AND w-ret-archivo(w-jdx) NOT = SPACES
              AND w-ret-dias(w-jdx) > ZERO
               PERFORM 320-RECORTAR-LOG
           END-IF.

       320-RECORTAR-LOG.
           MOVE w-ret-archivo(w-jdx) TO w-log-nombre.
           MOVE w-ret-pos-fecha(w-jdx) TO w-pos-fecha.
           IF w-pos-fecha = ZERO OR w-pos-fecha > 505
               MOVE 1 TO w-pos-fecha
           END-IF.
           COMPUTE w-corte = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-dia-hoy)
             - w-ret-dias(w-jdx)).
           MOVE ZERO TO w-log-leidos.
           MOVE ZERO TO w-log-eliminados.
           OPEN INPUT LOGARCH.
           IF w-fs-logarch NOT = "00"
               MOVE SPACES TO inf-linea
               STRING "LOG " w-log-nombre DELIMITED BY SPACE
                      " NO EXISTE - NADA QUE RECORTAR"
                      DELIMITED BY SIZE INTO inf-linea
               WRITE inf-linea
           ELSE
               OPEN OUTPUT LOGTEMP
               IF w-fs-logtemp NOT = "00"
                   MOVE "LOGTEMP" TO w-abend-archivo
                   MOVE w-fs-logtemp TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
               MOVE ZERO TO w-flag-log
               PERFORM 330-LEER-LOG
               PERFORM 340-FILTRAR-LOG UNTIL fin-log
               CLOSE LOGARCH
               CLOSE LOGTEMP
               IF w-log-eliminados > ZERO
                   PERFORM 350-REGRABAR-LOG
               END-IF
               PERFORM 370-INFORMAR-LOG
           END-IF.

       330-LEER-LOG.
           READ LOGARCH
               AT END MOVE 1 TO w-flag-log
               NOT AT END ADD 1 TO w-log-leidos
           END-READ.

       340-FILTRAR-LOG.
           IF log-linea(w-pos-fecha:8) IS NUMERIC
              AND log-linea(w-pos-fecha:8) < w-corte
               ADD 1 TO w-log-eliminados
           ELSE
               MOVE log-linea TO tmp-linea
               WRITE tmp-linea
           END-IF.
           PERFORM 330-LEER-LOG.

       350-REGRABAR-LOG.
           OPEN INPUT LOGTEMP.
           OPEN OUTPUT LOGARCH.
           IF w-fs-logtemp NOT = "00"
              OR w-fs-logarch NOT = "00"
               MOVE "LOGARCH" TO w-abend-archivo
               MOVE w-fs-logarch TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-log.
           PERFORM 355-LEER-TEMP.
           PERFORM 360-COPIAR-TEMP UNTIL fin-log.
           CLOSE LOGTEMP.
           CLOSE LOGARCH.

       355-LEER-TEMP.
           READ LOGTEMP
               AT END MOVE 1 TO w-flag-log
           END-READ.

       360-COPIAR-TEMP.
           MOVE tmp-linea TO log-linea.
           WRITE log-linea.
           PERFORM 355-LEER-TEMP.

       370-INFORMAR-LOG.
           MOVE SPACES TO inf-linea.
           MOVE w-ret-dias(w-jdx) TO w-ed-dias.
           MOVE w-corte TO w-ed-fecha.
           STRING "LOG " w-log-nombre DELIMITED BY SPACE
                  " - GUARDA " w-ed-dias " DIAS, DESDE " w-ed-fecha
                  DELIMITED BY SIZE INTO inf-linea.
           MOVE w-log-leidos TO w-ed-log.
           STRING "  RENGLONES: " w-ed-log DELIMITED BY SIZE
                  INTO inf-linea(62:).
           MOVE w-log-eliminados TO w-ed-log.
           STRING "  ELIMINADOS: " w-ed-log DELIMITED BY SIZE
                  INTO inf-linea(85:).
           WRITE inf-linea.

       500-FIN.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE SPACES TO inf-linea.
           MOVE w-cant-verificados TO w-ed-cant.
           STRING "ARCHIVOS VERIFICADOS: " w-ed-cant
                  DELIMITED BY SIZE INTO inf-linea.
           MOVE w-cant-correctos TO w-ed-cant.
           STRING "  CORRECTOS: " w-ed-cant DELIMITED BY SIZE
                  INTO inf-linea(30:).
           MOVE w-cant-faltantes TO w-ed-cant.
           STRING "  FALTANTES: " w-ed-cant DELIMITED BY SIZE
                  INTO inf-linea(50:).
           MOVE w-cant-difieren TO w-ed-cant.
           STRING "  NO COINCIDEN: " w-ed-cant DELIMITED BY SIZE
                  INTO inf-linea(70:).
           WRITE inf-linea.
           MOVE SPACES TO inf-linea.
           MOVE w-cant-comprimidos TO w-ed-cant.
           STRING "COMPRIMIDOS: " w-ed-cant
                  DELIMITED BY SIZE INTO inf-linea.
           MOVE w-cant-depurados TO w-ed-cant.
           STRING "  DEPURADOS: " w-ed-cant DELIMITED BY SIZE
                  INTO inf-linea(30:).
           MOVE w-cant-bajas TO w-ed-cant.
           STRING "  BAJAS DE CATALOGO: " w-ed-cant DELIMITED BY SIZE
                  INTO inf-linea(50:).
           MOVE w-cant-sin-ret TO w-ed-cant.
           STRING "  SIN RETENCION: " w-ed-cant DELIMITED BY SIZE
                  INTO inf-linea(78:).
           WRITE inf-linea.
           CLOSE INFORME.
           ADD w-cant-verificados TO w-ctl-leidos.
           DISPLAY "VERIFICADOS: " w-cant-verificados
                   "  FALTANTES: " w-cant-faltantes
                   "  NO COINCIDEN: " w-cant-difieren
                   "  DEPURADOS: " w-cant-depurados
                   "  COMPRIMIDOS: " w-cant-comprimidos.
           IF w-cant-faltantes > ZERO OR w-cant-difieren > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.

      * las fotos del padron VIP y de la ventana son indexadas; el
      * resto del historico es texto
       600-MEDIR-ARCHIVO.
           MOVE ZERO TO w-registros.
           MOVE ZERO TO w-total.
           MOVE ZERO TO w-checksum.
           MOVE ZERO TO w-flag-abierto.
           MOVE ZERO TO w-flag-med.
           EVALUATE w-tipo
               WHEN "CLIENVIP"
                   PERFORM 610-MEDIR-FOTOVIP
               WHEN "VIPVENTANA"
                   PERFORM 620-MEDIR-FOTOVTA
               WHEN OTHER
                   PERFORM 630-MEDIR-TEXTO
           END-EVALUATE.

       610-MEDIR-FOTOVIP.
           OPEN INPUT FOTOVIP.
           IF w-fs-fotovip = "00"
               MOVE 1 TO w-flag-abierto
               PERFORM 612-LEER-FOTOVIP
               PERFORM 614-ACUMULAR-FOTOVIP UNTIL fin-medicion
               CLOSE FOTOVIP
           END-IF.

       612-LEER-FOTOVIP.
           READ FOTOVIP NEXT
               AT END MOVE 1 TO w-flag-med
           END-READ.

       614-ACUMULAR-FOTOVIP.
           MOVE fvi-reg TO w-linea.
           PERFORM 650-ACUMULAR-REGISTRO.
           PERFORM 612-LEER-FOTOVIP.

       620-MEDIR-FOTOVTA.
           OPEN INPUT FOTOVTA.
           IF w-fs-fotovta = "00"
               MOVE 1 TO w-flag-abierto
               PERFORM 622-LEER-FOTOVTA
               PERFORM 624-ACUMULAR-FOTOVTA UNTIL fin-medicion
               CLOSE FOTOVTA
           END-IF.

       622-LEER-FOTOVTA.
           READ FOTOVTA NEXT
               AT END MOVE 1 TO w-flag-med
           END-READ.

       624-ACUMULAR-FOTOVTA.
           MOVE fvt-reg TO w-linea.
           PERFORM 650-ACUMULAR-REGISTRO.
           PERFORM 622-LEER-FOTOVTA.

       630-MEDIR-TEXTO.
           OPEN INPUT ARCHIVO.
           IF w-fs-archivo = "00"
               MOVE 1 TO w-flag-abierto
               PERFORM 632-LEER-TEXTO
               PERFORM 634-ACUMULAR-TEXTO UNTIL fin-medicion
               CLOSE ARCHIVO
           END-IF.

       632-LEER-TEXTO.
           READ ARCHIVO
               AT END MOVE 1 TO w-flag-med
           END-READ.

       634-ACUMULAR-TEXTO.
           MOVE arc-linea TO w-linea.
           PERFORM 650-ACUMULAR-REGISTRO.
           PERFORM 632-LEER-TEXTO.

      * la suma de verificacion encadena cada registro (hasta su
      * ultimo caracter no blanco) pesando cada caracter por su
      * posicion, de modo que un cambio, un registro de mas o de menos
      * o dos registros cambiados de orden dan otra suma
       650-ACUMULAR-REGISTRO.
           ADD 1 TO w-registros.
           MOVE ZERO TO w-blancos.
           INSPECT FUNCTION REVERSE(w-linea)
               TALLYING w-blancos FOR LEADING SPACES.
           COMPUTE w-largo = 512 - w-blancos.
           MOVE ZERO TO w-suma-reg.
           PERFORM 660-SUMAR-CARACTER
               VARYING w-car FROM 1 BY 1 UNTIL w-car > w-largo.
           COMPUTE w-checksum = FUNCTION MOD(w-checksum * 31
               + w-suma-reg + w-largo, 9999999967).
           IF w-pos-ctl > ZERO AND w-largo-ctl > ZERO
              AND w-pos-ctl + w-largo-ctl - 1 NOT > 512
               MOVE w-linea(w-pos-ctl:w-largo-ctl) TO w-ctl-texto
               INSPECT w-ctl-texto REPLACING LEADING SPACES BY ZEROS
               IF w-ctl-num IS NUMERIC
                   COMPUTE w-ctl-valor = w-ctl-num / 10 ** w-dec-ctl
                   ADD w-ctl-valor TO w-total
               END-IF
           END-IF.

       660-SUMAR-CARACTER.
           COMPUTE w-suma-reg = w-suma-reg
               + FUNCTION ORD(w-linea(w-car:1)) * w-car.

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
