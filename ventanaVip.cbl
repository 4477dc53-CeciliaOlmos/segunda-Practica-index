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
           SELECT OPTIONAL RESUMEN ASSIGN TO "..\resumen.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is rsm-llave
           FILE STATUS IS w-fs-resumen.

           SELECT VENTANA ASSIGN TO "..\vipventana.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is vta-codcli
           FILE STATUS IS w-fs-ventana.

           SELECT CLIENVIP ASSIGN TO "..\clienvip.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cli-codcli
           ALTERNATE RECORD KEY IS cli-vend WITH DUPLICATES
           FILE STATUS IS w-fs-clienvip.

           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is cte-codigo
           FILE STATUS IS w-fs-cliente.

           SELECT VENDOR ASSIGN TO "..\vendor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is vend-codigo
           FILE STATUS IS w-fs-vendor.

           SELECT OPTIONAL PARAMETRO ASSIGN TO "..\parametro.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-parametro.

           SELECT OPTIONAL SUCURSALES ASSIGN TO "..\sucursales.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-suc-status.

           SELECT VENTANACTL ASSIGN TO "..\vipventanactl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-ventanactl.

           SELECT MANTLOCK ASSIGN TO "..\mantlock.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-mantlock-status.

           SELECT CLIENVIPHIST ASSIGN TO "..\clienviphist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-clienviphist.

           SELECT RNK-WORK ASSIGN TO "vtatmp.tmp".

           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RESUMEN.
       01  rsm-reg.
           03 rsm-llave.
              05 rsm-periodo pic 9(6).
              05 rsm-vend pic 9(3).
              05 rsm-cliente pic 9(6).
              05 rsm-articulo pic x(8).
              05 rsm-sucursal pic 9(2).
           03 rsm-cantidad pic s9(9).
           03 rsm-venta pic s9(12)V99.
           03 rsm-costo pic s9(12)V99.
           03 rsm-iva pic s9(12)V99.
           03 rsm-ganancia pic s9(12)V99.
           03 rsm-lineas pic 9(7).
           03 rsm-fecha-act pic 9(8).
      * ganancia de cada cliente en la ventana movil de meses: la
      * suma la corrida nocturna y le resta este programa el mes que
      * sale de la ventana
       FD  VENTANA.
       01  vta-reg.
           03 vta-codcli pic 9(6).
           03 vta-ganancia pic s9(10)V99.
           03 vta-vend pic 9(3).
           03 vta-sucursal pic 9(2).
           03 vta-fecha-act pic 9(8).
       FD  CLIENVIP.
       01  cli-reg.
           03 cli-codcli pic 9(6).
           03 cli-ganancia pic s9(10)V99.
           03 cli-nombre pic x(30).
           03 cli-vend pic 9(3).
           03 cli-exento pic x.
           03 cli-sucursal pic 9(2).
       FD  CLIENTE.
       01  cte-reg.
           03 cte-codigo pic 9(6).
           03 cte-nombre pic x(30).
           03 cte-direccion pic x(30).
           03 cte-cuit pic 9(11).
           03 cte-telefono pic x(15).
           03 cte-activo pic x.
           03 cte-condpago pic 9(2).
           03 cte-provincia pic 9(3).
           03 cte-cond-iibb pic x.
           03 cte-debito-cbu pic x(22).
           03 cte-debito-banco pic 9(3).
           03 cte-segmento pic x(10).
           03 cte-rfm pic 9(3).
           03 cte-canal pic x.
           03 cte-email pic x(50).
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-nombre pic x(30).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  PARAMETRO.
       01  param-reg.
           03 param-max-vip pic 9(3).
           03 param-simulacion pic x.
           03 param-comision pic 9(3).
           03 param-tol-excep pic 9(6).
           03 param-tol-rechazos pic 9(6).
           03 param-tol-margen pic 9(6).
           03 param-int-tasa pic 9(3).
           03 param-int-gracia pic 9(3).
           03 param-ventana-meses pic 9(2).
       FD  SUCURSALES.
       01  suc-reg.
           03 suc-codigo pic 9(2).
           03 suc-nombre pic x(20).
           03 suc-max-vip pic 9(3).
      * un registro por cambio de la ventana: INICIAL cuando se arma
      * de cero, RECORTE cuando se descuentan los meses vencidos
       FD  VENTANACTL.
       01  vvc-reg.
           03 vvc-fecha pic 9(8).
           03 vvc-corrida pic 9(8).
           03 vvc-periodo pic 9(6).
           03 vvc-meses pic 9(2).
           03 vvc-accion pic x(10).
       FD  MANTLOCK.
       01  mlock-reg.
           03 mlock-estado pic x(6).
       FD  CLIENVIPHIST.
       01  hist-reg.
           03 hist-fecha pic 9(8).
           03 hist-vend pic 9(3).
           03 hist-codcli pic 9(6).
           03 hist-accion pic x(10).
           03 hist-ganancia-ant pic s9(10)V99.
           03 hist-ganancia-nueva pic s9(10)V99.
           03 hist-operador pic x(8).
       SD  RNK-WORK.
       01  rnk-rec.
           03 rnk-vend pic 9(3).
           03 rnk-sucursal pic 9(2).
           03 rnk-orden pic 9.
           03 rnk-ganancia pic s9(10)V99.
           03 rnk-codcli pic 9(6).
           03 rnk-es-vip pic x.
           03 rnk-vida pic s9(10)V99.
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
       01  w-abend-programa pic x(15) value "VENTANAVIP".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-ventana pic xx.
       01  w-fs-clienvip pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-parametro pic xx.
       01  w-suc-status pic xx.
       01  w-fs-ventanactl pic xx.
       01  w-mantlock-status pic xx.
       01  w-fs-clienviphist pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "VENTANAVIP".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-entrada pic x(8).
       01  w-corrida pic 9(8).
       01  w-periodo pic 9(6).
       01  w-meses pic 9(2) value 12.
       01  w-max-vip pic 9(3) value 5.
       01  w-interlock-ok pic x value "s".
       01  w-hay-control pic x value "n".
       01  w-ult-periodo pic 9(6) value zero.
       01  w-ult-meses pic 9(2) value zero.
       01  w-accion pic x(10) value spaces.
       01  w-flag-ctl pic 9.
       01  w-flag-rsm pic 9.
           88 fin-resumen value 1.
       01  w-flag-vta pic 9.
       01  w-flag-cli pic 9.
       01  w-flag-suc pic 9.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-periodo-aux pic 9(6).
       01  w-periodo-partes REDEFINES w-periodo-aux.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-idx-aux pic 9(6).
       01  w-idx-actual pic 9(6).
       01  w-idx-ultimo pic 9(6).
       01  w-idx-desde pic 9(6).
       01  w-idx-hasta pic 9(6).
       01  w-idx-mes pic 9(6).
       01  w-signo pic s9 value 1.
       01  w-suc-caps.
           03 w-suc-cap OCCURS 99 TIMES pic 9(3).
       01  w-tope pic 9(3).
       01  w-posicion pic 9(5).
       01  w-vend-ant pic 9(3).
       01  w-suc-ant pic 9(2).
       01  w-primer-grupo pic x value "s".
       01  w-cant-periodos pic 9(3) value zero.
       01  w-cant-altas pic 9(5) value zero.
       01  w-cant-bajas pic 9(5) value zero.
       01  w-cant-candidatos pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-entrada IS NUMERIC
               MOVE w-entrada TO w-corrida
           ELSE
               MOVE w-ctl-fecha TO w-corrida
           END-IF.
           MOVE w-corrida(1:6) TO w-periodo.
           PERFORM 100-VERIFICAR-INTERLOCK.
           IF w-interlock-ok = "s"
               PERFORM 110-LEER-PARAMETRO
               PERFORM 120-LEER-CONTROL
               PERFORM 130-ABRIR-ARCHIVOS
               MOVE w-periodo TO w-periodo-aux
               PERFORM 150-PERIODO-A-INDICE
               MOVE w-idx-aux TO w-idx-actual
               IF w-hay-control = "n" OR w-ult-meses NOT = w-meses
                   PERFORM 200-ARMAR-VENTANA
                   PERFORM 400-REORDENAR-PADRONES
                   MOVE "INICIAL" TO w-accion
               ELSE
                   IF w-ult-periodo < w-periodo
                       PERFORM 300-RECORTAR-VENTANA
                       MOVE "RECORTE" TO w-accion
                   ELSE
                       DISPLAY "VENTANA YA AL DIA PARA EL PERIODO "
                               w-periodo
                   END-IF
               END-IF
               PERFORM 800-FIN
           ELSE
               MOVE "ABORTADA" TO w-ctl-estado
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-VERIFICAR-INTERLOCK.
           OPEN INPUT MANTLOCK.
           IF w-mantlock-status = "00"
               READ MANTLOCK
                   AT END CONTINUE
                   NOT AT END
                       IF mlock-estado = "ACTIVO"
                           MOVE "n" TO w-interlock-ok
                       END-IF
               END-READ
               CLOSE MANTLOCK
           END-IF.
           IF w-interlock-ok = "n"
               DISPLAY "HAY UNA SESION DE MANTENIMIENTO ABIERTA "
                       "SOBRE CLIENVIP - CORRIDA ABORTADA SIN "
                       "CAMBIOS"
           END-IF.

       110-LEER-PARAMETRO.
           OPEN INPUT PARAMETRO.
           IF w-fs-parametro NOT = "00"
              AND w-fs-parametro NOT = "05"
               MOVE "PARAMETRO" TO w-abend-archivo
               MOVE w-fs-parametro TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           READ PARAMETRO
               AT END CONTINUE
               NOT AT END
                   IF param-max-vip > ZERO
                       MOVE param-max-vip TO w-max-vip
                   END-IF
                   IF param-ventana-meses IS NUMERIC
                      AND param-ventana-meses > ZERO
                       MOVE param-ventana-meses TO w-meses
                   END-IF
           END-READ.
           CLOSE PARAMETRO.
           DISPLAY "VENTANA DE GANANCIA VIP: " w-meses " MESES".

       120-LEER-CONTROL.
           MOVE ZERO TO w-flag-ctl.
           OPEN INPUT VENTANACTL.
           IF w-fs-ventanactl = "00"
               PERFORM 125-LEER-UN-CONTROL
                   UNTIL w-flag-ctl = 1
               CLOSE VENTANACTL
           END-IF.

       125-LEER-UN-CONTROL.
           READ VENTANACTL
               AT END MOVE 1 TO w-flag-ctl
               NOT AT END
                   MOVE "s" TO w-hay-control
                   MOVE vvc-periodo TO w-ult-periodo
                   MOVE vvc-meses TO w-ult-meses
           END-READ.

       130-ABRIR-ARCHIVOS.
           OPEN INPUT RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O VENTANA.
           IF w-fs-ventana NOT = "00"
              AND w-fs-ventana NOT = "05"
               OPEN OUTPUT VENTANA
               CLOSE VENTANA
               OPEN I-O VENTANA
               IF w-fs-ventana NOT = "00"
                   MOVE "VENTANA" TO w-abend-archivo
                   MOVE w-fs-ventana TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.

      * el periodo AAAAMM se lleva a un numero de mes corrido para
      * poder restar meses sin tratar el cambio de anio a mano
       150-PERIODO-A-INDICE.
           COMPUTE w-idx-aux = w-per-aaaa * 12 + w-per-mm - 1.

       155-INDICE-A-PERIODO.
           DIVIDE w-idx-aux BY 12 GIVING w-per-aaaa
               REMAINDER w-per-mm.
           ADD 1 TO w-per-mm.

      * primera corrida (o cambio de la cantidad de meses): la ventana
      * se arma de cero con los meses del resumen que entran en ella
       200-ARMAR-VENTANA.
           CLOSE VENTANA.
           OPEN OUTPUT VENTANA.
           CLOSE VENTANA.
           OPEN I-O VENTANA.
           IF w-fs-ventana NOT = "00"
               MOVE "VENTANA" TO w-abend-archivo
               MOVE w-fs-ventana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           COMPUTE w-idx-desde = w-idx-actual - w-meses + 1.
           MOVE w-idx-actual TO w-idx-hasta.
           MOVE 1 TO w-signo.
           PERFORM 210-SUMAR-PERIODO
               VARYING w-idx-mes FROM w-idx-desde BY 1
               UNTIL w-idx-mes > w-idx-hasta.
           DISPLAY "VENTANA ARMADA CON " w-cant-periodos
                   " PERIODOS DEL RESUMEN".

       210-SUMAR-PERIODO.
           MOVE w-idx-mes TO w-idx-aux.
           PERFORM 155-INDICE-A-PERIODO.
           ADD 1 TO w-cant-periodos.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-periodo-aux TO rsm-periodo.
           MOVE ZERO TO w-flag-rsm.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-rsm
           END-START.
           PERFORM 220-LEER-RESUMEN
               UNTIL fin-resumen.

       220-LEER-RESUMEN.
           READ RESUMEN NEXT
               AT END MOVE 1 TO w-flag-rsm
               NOT AT END
                   IF rsm-periodo NOT = w-periodo-aux
                       MOVE 1 TO w-flag-rsm
                   ELSE
                       ADD 1 TO w-ctl-leidos
                       PERFORM 230-APLICAR-RENGLON
                   END-IF
           END-READ.

       230-APLICAR-RENGLON.
           MOVE rsm-cliente TO vta-codcli.
           READ VENTANA
               INVALID KEY
                   IF w-signo > ZERO
                       MOVE rsm-cliente TO vta-codcli
                       MOVE rsm-ganancia TO vta-ganancia
                       MOVE rsm-vend TO vta-vend
                       MOVE rsm-sucursal TO vta-sucursal
                       MOVE w-ctl-fecha TO vta-fecha-act
                       WRITE vta-reg
                       ADD 1 TO w-ctl-escritos
                   END-IF
               NOT INVALID KEY
                   IF w-signo > ZERO
                       ADD rsm-ganancia TO vta-ganancia
                       MOVE rsm-vend TO vta-vend
                       MOVE rsm-sucursal TO vta-sucursal
                   ELSE
                       SUBTRACT rsm-ganancia FROM vta-ganancia
                   END-IF
                   MOVE w-ctl-fecha TO vta-fecha-act
                   REWRITE vta-reg
           END-READ.

      * cambio de periodo: lo que vendio cada cliente en los meses que
      * quedan fuera de la ventana se descuenta del resumen mensual
       300-RECORTAR-VENTANA.
           MOVE w-ult-periodo TO w-periodo-aux.
           PERFORM 150-PERIODO-A-INDICE.
           MOVE w-idx-aux TO w-idx-ultimo.
           COMPUTE w-idx-desde = w-idx-ultimo - w-meses + 1.
           COMPUTE w-idx-hasta = w-idx-actual - w-meses.
           IF w-idx-hasta > w-idx-ultimo
               MOVE w-idx-ultimo TO w-idx-hasta
           END-IF.
           MOVE -1 TO w-signo.
           PERFORM 210-SUMAR-PERIODO
               VARYING w-idx-mes FROM w-idx-desde BY 1
               UNTIL w-idx-mes > w-idx-hasta.
           DISPLAY "PERIODOS DESCONTADOS DE LA VENTANA: "
                   w-cant-periodos.

      * reordenamiento de todos los padrones por la ganancia de la
      * ventana: por vendedor y sucursal quedan los exentos y despues
      * los de mayor ganancia hasta el tope; el resto sale del padron
       400-REORDENAR-PADRONES.
           OPEN I-O CLIENVIP.
           IF w-fs-clienvip NOT = "00"
              AND w-fs-clienvip NOT = "05"
               MOVE "CLIENVIP" TO w-abend-archivo
               MOVE w-fs-clienvip TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE VENDOR.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           IF w-fs-vendor NOT = "00"
              AND w-fs-vendor NOT = "05"
               MOVE "VENDOR" TO w-abend-archivo
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND CLIENVIPHIST.
           IF w-fs-clienviphist NOT = "00"
               OPEN OUTPUT CLIENVIPHIST
           END-IF.
           PERFORM 405-CARGAR-SUCURSALES.
           SORT RNK-WORK
               ON ASCENDING KEY rnk-vend rnk-sucursal rnk-orden
               ON DESCENDING KEY rnk-ganancia rnk-codcli
               INPUT PROCEDURE IS 410-CARGAR-CANDIDATOS
               OUTPUT PROCEDURE IS 450-ARMAR-PADRONES.
           CLOSE CLIENVIP CLIENTE VENDOR CLIENVIPHIST.
           DISPLAY "CANDIDATOS EVALUADOS: " w-cant-candidatos.
           DISPLAY "ALTAS AL PADRON VIP: " w-cant-altas.
           DISPLAY "BAJAS DEL PADRON VIP: " w-cant-bajas.

       405-CARGAR-SUCURSALES.
           MOVE ZEROES TO w-suc-caps.
           MOVE ZERO TO w-flag-suc.
           OPEN INPUT SUCURSALES.
           IF w-suc-status = "00" OR w-suc-status = "05"
               PERFORM 406-LEER-SUCURSAL
                   UNTIL w-flag-suc = 1
               CLOSE SUCURSALES
           END-IF.

       406-LEER-SUCURSAL.
           READ SUCURSALES
               AT END MOVE 1 TO w-flag-suc
               NOT AT END
                   IF suc-codigo > ZERO
                       MOVE suc-max-vip TO w-suc-cap(suc-codigo)
                   END-IF
           END-READ.

       410-CARGAR-CANDIDATOS.
           MOVE ZERO TO cli-codcli.
           MOVE ZERO TO w-flag-cli.
           START CLIENVIP KEY IS >= cli-codcli
               INVALID KEY MOVE 1 TO w-flag-cli
           END-START.
           PERFORM 420-LIBERAR-VIP
               UNTIL w-flag-cli = 1.
           MOVE ZERO TO vta-codcli.
           MOVE ZERO TO w-flag-vta.
           START VENTANA KEY IS >= vta-codcli
               INVALID KEY MOVE 1 TO w-flag-vta
           END-START.
           PERFORM 430-LIBERAR-CANDIDATO
               UNTIL w-flag-vta = 1.

      * los que hoy estan en el padron compiten en su vendedor y
      * sucursal con la ganancia de la ventana (cero si no compraron)
       420-LIBERAR-VIP.
           READ CLIENVIP NEXT
               AT END MOVE 1 TO w-flag-cli
               NOT AT END
                   MOVE cli-vend TO rnk-vend
                   MOVE cli-sucursal TO rnk-sucursal
                   IF cli-exento = "s"
                       MOVE 0 TO rnk-orden
                   ELSE
                       MOVE 1 TO rnk-orden
                   END-IF
                   MOVE cli-codcli TO rnk-codcli
                   MOVE "s" TO rnk-es-vip
                   MOVE cli-ganancia TO rnk-vida
                   MOVE cli-codcli TO vta-codcli
                   READ VENTANA
                       INVALID KEY MOVE ZERO TO rnk-ganancia
                       NOT INVALID KEY
                           MOVE vta-ganancia TO rnk-ganancia
                   END-READ
                   RELEASE rnk-rec
                   ADD 1 TO w-cant-candidatos
           END-READ.

      * el resto de los clientes con ganancia positiva en la ventana
      * compiten con el vendedor y la sucursal de su ultima compra,
      * salvo que el vendedor no exista o este inactivo
       430-LIBERAR-CANDIDATO.
           READ VENTANA NEXT
               AT END MOVE 1 TO w-flag-vta
               NOT AT END
                   IF vta-ganancia > ZERO
                       MOVE vta-codcli TO cli-codcli
                       READ CLIENVIP
                           INVALID KEY PERFORM 435-VALIDAR-CANDIDATO
                           NOT INVALID KEY CONTINUE
                       END-READ
                   END-IF
           END-READ.

       435-VALIDAR-CANDIDATO.
           MOVE vta-vend TO vend-codigo.
           READ VENDOR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF vend-activo NOT = "N" AND vend-activo NOT = "n"
                       MOVE vta-vend TO rnk-vend
                       MOVE vta-sucursal TO rnk-sucursal
                       MOVE 1 TO rnk-orden
                       MOVE vta-ganancia TO rnk-ganancia
                       MOVE vta-codcli TO rnk-codcli
                       MOVE "n" TO rnk-es-vip
                       MOVE ZERO TO rnk-vida
                       RELEASE rnk-rec
                       ADD 1 TO w-cant-candidatos
                   END-IF
           END-READ.

       450-ARMAR-PADRONES.
           PERFORM 455-RETURN-SORT.
           PERFORM UNTIL fin-sort
               PERFORM 460-PROCESO-CANDIDATO
               PERFORM 455-RETURN-SORT
           END-PERFORM.

       455-RETURN-SORT.
           RETURN RNK-WORK AT END MOVE 1 TO w-flag-sort.

       460-PROCESO-CANDIDATO.
           IF w-primer-grupo = "s"
              OR rnk-vend NOT = w-vend-ant
              OR rnk-sucursal NOT = w-suc-ant
               MOVE "n" TO w-primer-grupo
               MOVE rnk-vend TO w-vend-ant
               MOVE rnk-sucursal TO w-suc-ant
               MOVE ZERO TO w-posicion
               MOVE w-max-vip TO w-tope
               IF w-suc-ant > ZERO
                  AND w-suc-cap(w-suc-ant) > ZERO
                   MOVE w-suc-cap(w-suc-ant) TO w-tope
               END-IF
           END-IF.
           ADD 1 TO w-posicion.
           IF w-posicion <= w-tope OR rnk-orden = 0
               IF rnk-es-vip = "n"
                   PERFORM 470-ALTA-VENTANA
               END-IF
           ELSE
               IF rnk-es-vip = "s"
                   PERFORM 480-BAJA-VENTANA
               END-IF
           END-IF.

       470-ALTA-VENTANA.
           MOVE rnk-codcli TO cli-codcli.
           MOVE rnk-ganancia TO cli-ganancia.
           MOVE rnk-codcli TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE "----CLIENTE VIP NUEVO--------" TO cli-nombre
               NOT INVALID KEY
                   MOVE cte-nombre TO cli-nombre
           END-READ.
           MOVE rnk-vend TO cli-vend.
           MOVE "n" TO cli-exento.
           MOVE rnk-sucursal TO cli-sucursal.
           WRITE cli-reg.
           ADD 1 TO w-cant-altas.
           MOVE "ALTA" TO hist-accion.
           MOVE ZERO TO hist-ganancia-ant.
           MOVE rnk-ganancia TO hist-ganancia-nueva.
           PERFORM 490-REGISTRAR-AUDITORIA.

       480-BAJA-VENTANA.
           MOVE rnk-codcli TO cli-codcli.
           DELETE CLIENVIP.
           ADD 1 TO w-cant-bajas.
           MOVE "BAJA" TO hist-accion.
           MOVE rnk-vida TO hist-ganancia-ant.
           MOVE ZERO TO hist-ganancia-nueva.
           PERFORM 490-REGISTRAR-AUDITORIA.

       490-REGISTRAR-AUDITORIA.
           MOVE w-ctl-fecha TO hist-fecha.
           MOVE rnk-vend TO hist-vend.
           MOVE rnk-codcli TO hist-codcli.
           MOVE "VENTANA" TO hist-operador.
           WRITE hist-reg.

       800-FIN.
           CLOSE RESUMEN.
           CLOSE VENTANA.
           IF w-accion NOT = SPACES
               OPEN EXTEND VENTANACTL
               IF w-fs-ventanactl NOT = "00"
                   OPEN OUTPUT VENTANACTL
               END-IF
               MOVE w-ctl-fecha TO vvc-fecha
               MOVE w-corrida TO vvc-corrida
               MOVE w-periodo TO vvc-periodo
               MOVE w-meses TO vvc-meses
               MOVE w-accion TO vvc-accion
               WRITE vvc-reg
               CLOSE VENTANACTL
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
