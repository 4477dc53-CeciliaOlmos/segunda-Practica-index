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
           SELECT RESUMEN ASSIGN TO "..\resumen.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is rsm-llave
           FILE STATUS IS w-fs-resumen.

           SELECT OPTIONAL PROYECCION ASSIGN TO "..\proyeccion.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-proyeccion.

           SELECT STOCK ASSIGN TO "..\stock.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.

           SELECT PROVEEDOR ASSIGN TO "..\proveedor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS prv-articulo
           FILE STATUS IS w-fs-proveedor.

           SELECT RPW-WORK ASSIGN TO "rpwtmp.tmp".

           SELECT PUNTOPROP ASSIGN TO "..\puntoprop.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-puntoprop.
           SELECT PUNTOSUG ASSIGN TO "..\puntosug.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-puntosug.
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
      * listado de proyectaVenta: titulo, guarda y una linea por
      * articulo, en orden de articulo, con la cantidad proyectada
      * para el proximo mes
       FD  PROYECCION.
       01  pry-linea pic x(132).
       01  pry-detalle.
           03 pry-articulo pic x(8).
           03 filler pic x(75).
           03 pry-etiqueta pic x(6).
           03 pry-proyectado pic -zzzz9.
           03 filler pic x(37).
       FD  STOCK.
       01  stk-reg.
           03 stk-articulo pic x(8).
           03 stk-existencia pic s9(7).
           03 stk-minimo pic 9(7).
           03 stk-punto-pedido pic 9(7).
       FD  PROVEEDOR.
       01  prv-reg.
           03 prv-articulo pic x(8).
           03 prv-proveedor pic 9(4).
           03 prv-nombre pic x(30).
           03 prv-leadtime pic 9(3).
           03 prv-min-orden pic 9(7).
           03 prv-canal pic x.
           03 prv-email pic x(50).
       SD  RPW-WORK.
       01  rpw-rec.
           03 rpw-articulo pic x(8).
           03 rpw-mes-idx pic 9(2).
           03 rpw-cantidad pic s9(7).
       FD  PUNTOPROP.
       01  prp-linea pic x(132).
      * propuesta de minimo y punto de pedido por articulo, para que
      * compras la apruebe con aplicaPunto; marca "*" cuando el punto
      * se mueve mas que el porcentaje de tolerancia
       FD  PUNTOSUG.
       01  psg-reg.
           03 psg-articulo pic x(8).
           03 psg-minimo-act pic 9(7).
           03 psg-punto-act pic 9(7).
           03 psg-minimo-nuevo pic 9(7).
           03 psg-punto-nuevo pic 9(7).
           03 psg-demanda pic 9(7)V99.
           03 psg-desvio pic 9(7)V99.
           03 psg-leadtime pic 9(3).
           03 psg-marca pic x.
           03 psg-fecha pic 9(8).
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
       01  w-abend-programa pic x(15) value "RECALCULAPUNTO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-proyeccion pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-proveedor pic xx.
       01  w-fs-puntoprop pic xx.
       01  w-fs-puntosug pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "RECALCULAPUNTO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-fecha-hoy pic 9(8).
       01  w-periodo-hasta pic 9(6).
       01  w-periodo-desde pic 9(6).
       01  w-cant-meses pic 9(2).
       01  w-tolerancia pic 9(3).
       01  w-periodo-aux pic 9(6).
       01  w-periodo-partes REDEFINES w-periodo-aux.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-mes-idx pic 9(2).
       01  w-flag-rsm pic 9.
           88 fin-resumen value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-flag-pry pic 9 value zero.
           88 fin-proyeccion value 1.
       01  w-pry-articulo pic x(8) value low-values.
       01  w-pry-cantidad pic s9(7).
       01  w-con-proyeccion pic x.
       01  w-art-ant pic x(8).
       01  w-primer-art pic x value "s".
       01  w-meses-tab.
           03 w-mes-cant OCCURS 12 TIMES pic s9(7).
       01  w-idx pic 9(2).
       01  w-suma-meses pic s9(9).
       01  w-suma-cuadrados pic s9(15)V9(4).
      * nivel de servicio del 95%: el stock de seguridad cubre 1,65
      * desvios de la demanda durante el plazo de entrega
       01  w-factor-servicio pic 9V99 value 1,65.
       01  w-promedio pic s9(7)V9(4).
       01  w-desvio pic 9(7)V9(4).
       01  w-demanda-plazo pic 9(9)V9(4).
       01  w-seguridad pic 9(9)V9(4).
       01  w-minimo-nuevo pic 9(7).
       01  w-punto-nuevo pic 9(7).
       01  w-variacion pic s9(9).
       01  w-marca pic x.
       01  w-cant-propuestos pic 9(5) value zero.
       01  w-cant-marcados pic 9(5) value zero.
       01  w-cant-sin-prov pic 9(5) value zero.
       01  w-cant-proyectados pic 9(5) value zero.
       01  lin-titulo.
           03 filler pic x(42) value
              "REVISION DE PUNTOS DE PEDIDO - VENTAS DE ".
           03 l-desde pic 9999/99.
           03 filler pic x(3) value " A ".
           03 l-hasta pic 9999/99.
           03 filler pic x(16) value "  TOLERANCIA: ".
           03 l-tolerancia pic zz9.
           03 filler pic x(1) value "%".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-cabecera.
           03 filler pic x(9) value "ARTICULO".
           03 filler pic x(11) value "  DEM./MES".
           03 filler pic x(10) value "   DESVIO".
           03 filler pic x(6) value " PLAZO".
           03 filler pic x(9) value "  MIN.ACT".
           03 filler pic x(9) value "  MIN.NVO".
           03 filler pic x(9) value "  PTO.ACT".
           03 filler pic x(9) value "  PTO.NVO".
           03 filler pic x(10) value "  VARIAC.%".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "OBSERVACION".
       01  lin-detalle.
           03 l-art pic x(8).
           03 filler pic x(1) value spaces.
           03 l-demanda pic zzzzzz9,99.
           03 filler pic x(1) value spaces.
           03 l-desvio pic zzzzzz9,99.
           03 filler pic x(3) value spaces.
           03 l-plazo pic zz9.
           03 filler pic x(2) value spaces.
           03 l-minimo-act pic zzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-minimo-nuevo pic zzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-punto-act pic zzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-punto-nuevo pic zzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-variacion pic -zzzzz9.
           03 filler pic x(3) value spaces.
           03 l-observacion pic x(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "ULTIMO PERIODO DE VENTAS A CONSIDERAR (AAAAMM): ".
           ACCEPT w-periodo-hasta.
           DISPLAY "CANTIDAD DE MESES (MAXIMO 12): ".
           ACCEPT w-cant-meses.
           IF w-cant-meses = ZERO OR w-cant-meses > 12
               MOVE 12 TO w-cant-meses
           END-IF.
           DISPLAY "TOLERANCIA DE VARIACION DEL PUNTO (%, 0=25): ".
           ACCEPT w-tolerancia.
           IF w-tolerancia = ZERO
               MOVE 25 TO w-tolerancia
           END-IF.
           PERFORM 050-CALCULAR-DESDE.
           SORT RPW-WORK
               ON ASCENDING KEY rpw-articulo rpw-mes-idx
               INPUT PROCEDURE IS 100-BARRER-PERIODOS
               OUTPUT PROCEDURE IS 500-PROPONER-PUNTOS.
           IF w-cant-marcados > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * la ventana de ventas termina en el periodo pedido y arranca
      * tantos meses atras como se indique
       050-CALCULAR-DESDE.
           MOVE w-periodo-hasta TO w-periodo-aux.
           PERFORM 055-RETROCEDER-MES
               VARYING w-idx FROM 2 BY 1
               UNTIL w-idx > w-cant-meses.
           MOVE w-periodo-aux TO w-periodo-desde.

       055-RETROCEDER-MES.
           IF w-per-mm = 1
               SUBTRACT 1 FROM w-per-aaaa
               MOVE 12 TO w-per-mm
           ELSE
               SUBTRACT 1 FROM w-per-mm
           END-IF.

      * cantidades vendidas por articulo y mes de la ventana, del
      * resumen de ventas (las devoluciones ya vienen restadas)
       100-BARRER-PERIODOS.
           OPEN INPUT RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo-desde TO w-periodo-aux.
           PERFORM 110-PROCESAR-PERIODO
               VARYING w-mes-idx FROM 1 BY 1
               UNTIL w-mes-idx > w-cant-meses.
           CLOSE RESUMEN.
           DISPLAY "RENGLONES DE RESUMEN LEIDOS: "
                   w-ctl-leidos.

       110-PROCESAR-PERIODO.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-periodo-aux TO rsm-periodo.
           MOVE ZERO TO w-flag-rsm.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-rsm
           END-START.
           PERFORM 120-LEER-RESUMEN
               UNTIL fin-resumen.
           IF w-per-mm = 12
               ADD 1 TO w-per-aaaa
               MOVE 1 TO w-per-mm
           ELSE
               ADD 1 TO w-per-mm
           END-IF.

       120-LEER-RESUMEN.
           READ RESUMEN NEXT
               AT END MOVE 1 TO w-flag-rsm
               NOT AT END
                   IF rsm-periodo NOT = w-periodo-aux
                       MOVE 1 TO w-flag-rsm
                   ELSE
                       PERFORM 130-RELEASE-CANTIDAD
                       ADD 1 TO w-ctl-leidos
                   END-IF
           END-READ.

       130-RELEASE-CANTIDAD.
           MOVE rsm-articulo TO rpw-articulo.
           MOVE w-mes-idx TO rpw-mes-idx.
           MOVE rsm-cantidad TO rpw-cantidad.
           RELEASE rpw-rec.

       500-PROPONER-PUNTOS.
           OPEN INPUT STOCK.
           IF w-fs-stock NOT = "00"
              AND w-fs-stock NOT = "05"
               MOVE "STOCK" TO w-abend-archivo
               MOVE w-fs-stock TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT PROVEEDOR.
           IF w-fs-proveedor NOT = "00"
              AND w-fs-proveedor NOT = "05"
               MOVE "PROVEEDOR" TO w-abend-archivo
               MOVE w-fs-proveedor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT PUNTOPROP.
           IF w-fs-puntoprop NOT = "00"
              AND w-fs-puntoprop NOT = "05"
               MOVE "PUNTOPROP" TO w-abend-archivo
               MOVE w-fs-puntoprop TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT PUNTOSUG.
           IF w-fs-puntosug NOT = "00"
              AND w-fs-puntosug NOT = "05"
               MOVE "PUNTOSUG" TO w-abend-archivo
               MOVE w-fs-puntosug TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT PROYECCION.
           IF w-fs-proyeccion NOT = "00"
              AND w-fs-proyeccion NOT = "05"
               MOVE "PROYECCION" TO w-abend-archivo
               MOVE w-fs-proyeccion TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo-desde TO l-desde.
           MOVE w-periodo-hasta TO l-hasta.
           MOVE w-tolerancia TO l-tolerancia.
           MOVE lin-titulo TO prp-linea.
           WRITE prp-linea.
           MOVE lin-guarda TO prp-linea.
           WRITE prp-linea.
           MOVE lin-cabecera TO prp-linea.
           WRITE prp-linea.
           MOVE lin-guarda TO prp-linea.
           WRITE prp-linea.
           PERFORM 510-RETURN-SORT.
           PERFORM UNTIL fin-sort
               PERFORM 520-PROCESO-REGISTRO
               PERFORM 510-RETURN-SORT
           END-PERFORM.
           IF w-primer-art = "n"
               PERFORM 600-PROPONER-ARTICULO
           END-IF.
           MOVE lin-guarda TO prp-linea.
           WRITE prp-linea.
           MOVE w-cant-propuestos TO w-ctl-escritos.
           DISPLAY "ARTICULOS CON PROPUESTA: " w-cant-propuestos.
           DISPLAY "FUERA DE TOLERANCIA: " w-cant-marcados.
           DISPLAY "SIN PROVEEDOR O SIN STOCK: " w-cant-sin-prov.
           DISPLAY "CON DEMANDA PROYECTADA: " w-cant-proyectados.
           CLOSE STOCK.
           CLOSE PROVEEDOR.
           CLOSE PUNTOPROP.
           CLOSE PUNTOSUG.
           CLOSE PROYECCION.

       510-RETURN-SORT.
           RETURN RPW-WORK AT END MOVE 1 TO w-flag-sort.

       520-PROCESO-REGISTRO.
           IF w-primer-art = "s"
               MOVE rpw-articulo TO w-art-ant
               MOVE "n" TO w-primer-art
               PERFORM 540-LIMPIAR-MESES
           END-IF.
           IF rpw-articulo NOT = w-art-ant
               PERFORM 600-PROPONER-ARTICULO
               MOVE rpw-articulo TO w-art-ant
               PERFORM 540-LIMPIAR-MESES
           END-IF.
           ADD rpw-cantidad TO w-mes-cant(rpw-mes-idx).

       540-LIMPIAR-MESES.
           PERFORM 545-LIMPIAR-UN-MES
               VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 12.

       545-LIMPIAR-UN-MES.
           MOVE ZERO TO w-mes-cant(w-idx).

      * la proyeccion viene ordenada por articulo igual que el sort: se
      * avanza hasta alcanzar el articulo en curso; titulo y guarda no
      * llevan la etiqueta y se saltean
       550-LEER-PROYECCION.
           READ PROYECCION
               AT END
                   MOVE 1 TO w-flag-pry
                   MOVE HIGH-VALUES TO w-pry-articulo
               NOT AT END
                   IF pry-etiqueta = "PROY.:"
                       MOVE pry-articulo TO w-pry-articulo
                       MOVE pry-proyectado TO w-pry-cantidad
                   ELSE
                       MOVE LOW-VALUES TO w-pry-articulo
                   END-IF
           END-READ.

      * demanda mensual promedio y su desvio sobre todos los meses de
      * la ventana (un mes sin ventas cuenta como cero); si el articulo
      * tiene proyeccion de ventas, la demanda es la proyectada y el
      * desvio sigue saliendo de la historia. El punto de pedido cubre
      * la demanda del plazo de entrega del proveedor mas el stock de
      * seguridad, que pasa a ser el minimo
       600-PROPONER-ARTICULO.
           MOVE SPACES TO l-observacion.
           MOVE w-art-ant TO stk-articulo.
           READ STOCK
               INVALID KEY
                   MOVE "SIN REGISTRO STOCK" TO l-observacion
           END-READ.
           IF l-observacion = SPACES
               MOVE w-art-ant TO prv-articulo
               READ PROVEEDOR
                   INVALID KEY
                       MOVE "SIN PROVEEDOR" TO l-observacion
               END-READ
           END-IF.
           IF l-observacion NOT = SPACES
               PERFORM 640-LISTAR-SIN-PROPUESTA
           ELSE
               PERFORM 610-CALCULAR-DEMANDA
               PERFORM 620-CALCULAR-PUNTO
               PERFORM 630-GRABAR-PROPUESTA
           END-IF.

       610-CALCULAR-DEMANDA.
           MOVE ZERO TO w-suma-meses.
           PERFORM 612-SUMAR-MES
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-meses.
           COMPUTE w-promedio ROUNDED = w-suma-meses / w-cant-meses.
           IF w-promedio < ZERO
               MOVE ZERO TO w-promedio
           END-IF.
           MOVE ZERO TO w-suma-cuadrados.
           PERFORM 614-SUMAR-CUADRADO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-meses.
           COMPUTE w-desvio ROUNDED =
               (w-suma-cuadrados / w-cant-meses) ** 0,5.
           MOVE "n" TO w-con-proyeccion.
           PERFORM 550-LEER-PROYECCION
               UNTIL w-pry-articulo NOT < w-art-ant.
           IF w-pry-articulo = w-art-ant
               MOVE "s" TO w-con-proyeccion
               ADD 1 TO w-cant-proyectados
               MOVE w-pry-cantidad TO w-promedio
               IF w-promedio < ZERO
                   MOVE ZERO TO w-promedio
               END-IF
           END-IF.

       612-SUMAR-MES.
           ADD w-mes-cant(w-idx) TO w-suma-meses.

       614-SUMAR-CUADRADO.
           COMPUTE w-suma-cuadrados = w-suma-cuadrados
               + (w-mes-cant(w-idx) - w-promedio)
               * (w-mes-cant(w-idx) - w-promedio).

      * el plazo de entrega esta en dias y la demanda es mensual: se
      * lleva todo a meses de 30 dias
       620-CALCULAR-PUNTO.
           COMPUTE w-demanda-plazo ROUNDED =
               w-promedio * prv-leadtime / 30.
           COMPUTE w-seguridad ROUNDED =
               w-factor-servicio * w-desvio
               * ((prv-leadtime / 30) ** 0,5).
           COMPUTE w-minimo-nuevo = w-seguridad + 0,9999.
           COMPUTE w-punto-nuevo =
               w-demanda-plazo + w-seguridad + 0,9999.
           MOVE SPACE TO w-marca.
           COMPUTE w-variacion = w-punto-nuevo - stk-punto-pedido.
           IF stk-punto-pedido = ZERO
               IF w-punto-nuevo > ZERO
                   MOVE "*" TO w-marca
               END-IF
               MOVE ZERO TO l-variacion
           ELSE
               COMPUTE l-variacion ROUNDED =
                   w-variacion * 100 / stk-punto-pedido
               IF w-variacion * 100 >
                  w-tolerancia * stk-punto-pedido
                  OR w-variacion * -100 >
                  w-tolerancia * stk-punto-pedido
                   MOVE "*" TO w-marca
               END-IF
           END-IF.

       630-GRABAR-PROPUESTA.
           MOVE w-art-ant TO psg-articulo.
           MOVE stk-minimo TO psg-minimo-act.
           MOVE stk-punto-pedido TO psg-punto-act.
           MOVE w-minimo-nuevo TO psg-minimo-nuevo.
           MOVE w-punto-nuevo TO psg-punto-nuevo.
           MOVE w-promedio TO psg-demanda.
           MOVE w-desvio TO psg-desvio.
           MOVE prv-leadtime TO psg-leadtime.
           MOVE w-marca TO psg-marca.
           MOVE w-fecha-hoy TO psg-fecha.
           WRITE psg-reg.
           ADD 1 TO w-cant-propuestos.
           MOVE w-art-ant TO l-art.
           MOVE w-promedio TO l-demanda.
           MOVE w-desvio TO l-desvio.
           MOVE prv-leadtime TO l-plazo.
           MOVE stk-minimo TO l-minimo-act.
           MOVE w-minimo-nuevo TO l-minimo-nuevo.
           MOVE stk-punto-pedido TO l-punto-act.
           MOVE w-punto-nuevo TO l-punto-nuevo.
           IF w-marca = "*"
               MOVE "*** REVISAR ***" TO l-observacion
               ADD 1 TO w-cant-marcados
           ELSE
               IF w-con-proyeccion = "s"
                   MOVE "DEMANDA PROYECTADA" TO l-observacion
               END-IF
           END-IF.
           MOVE lin-detalle TO prp-linea.
           WRITE prp-linea.

       640-LISTAR-SIN-PROPUESTA.
           MOVE w-art-ant TO l-art.
           MOVE ZERO TO l-demanda.
           MOVE ZERO TO l-desvio.
           MOVE ZERO TO l-plazo.
           MOVE ZERO TO l-minimo-act.
           MOVE ZERO TO l-minimo-nuevo.
           MOVE ZERO TO l-punto-act.
           MOVE ZERO TO l-punto-nuevo.
           MOVE ZERO TO l-variacion.
           MOVE lin-detalle TO prp-linea.
           WRITE prp-linea.
           ADD 1 TO w-cant-sin-prov.

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
