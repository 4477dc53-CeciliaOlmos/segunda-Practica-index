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
           SELECT OPTIONAL VENTADIA ASSIGN TO "..\ventadia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vdi-llave
           FILE STATUS IS w-fs-ventadia.

           SELECT STOCK ASSIGN TO "..\stock.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.
           SELECT ARTICULO ASSIGN TO "..\articulo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS art-codigo
                   ALTERNATE RECORD KEY IS art-descrip WITH DUPLICATES
           FILE STATUS IS w-fs-articulo.
           SELECT OPTIONAL COSTOHIST ASSIGN TO "..\costohist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cth-llave
           FILE STATUS IS w-fs-costohist.
           SELECT OPTIONAL RUBROS ASSIGN TO "..\rubros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS rub-articulo
           FILE STATUS IS w-fs-rubros.
           SELECT CLASABC ASSIGN TO "..\clasabc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS abc-articulo
           FILE STATUS IS w-fs-clasabc.

           SELECT VEN-WORK ASSIGN TO "ventmp.tmp".
           SELECT CLA-WORK ASSIGN TO "clatmp.tmp".
           SELECT LEN-WORK ASSIGN TO "lentmp.tmp".
           SELECT ABCTMP ASSIGN TO "abcventas.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-abctmp.

           SELECT ABCSTOCK ASSIGN TO "..\abcstock.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-abcstock.
           SELECT ACONTAR ASSIGN TO "..\acontar.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-acontar.
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
       FD  VENTADIA.
       01  vdi-reg.
           03 vdi-llave.
              05 vdi-fecha pic 9(8).
              05 vdi-articulo pic x(8).
              05 vdi-vend pic 9(3).
              05 vdi-cliente pic 9(6).
              05 vdi-sucursal pic 9(2).
           03 vdi-cantidad pic s9(9).
           03 vdi-venta pic s9(12)V99.
           03 vdi-ganancia pic s9(12)V99.
           03 vdi-lineas pic 9(7).
       FD  STOCK.
       01  stk-reg.
           03 stk-articulo pic x(8).
           03 stk-existencia pic s9(7).
           03 stk-minimo pic 9(7).
           03 stk-punto-pedido pic 9(7).
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 art-descrip pic x(30).
           03 art-costo pic 9(10)V99.
       FD  COSTOHIST.
       01  cth-reg.
           03 cth-llave.
              05 cth-articulo pic x(8).
              05 cth-fecha-desde pic 9(8).
           03 cth-costo pic 9(10)V99.
       FD  RUBROS.
       01  rub-reg.
           03 rub-articulo pic x(8).
           03 rub-rubro pic x(15).
      * clasificacion ABC por ventas de los ultimos 12 meses; la fecha
      * del ultimo conteo la mantiene tomaInventario para contar los A
      * todos los meses, los B cada tres meses y los C una vez por ano
       FD  CLASABC.
       01  abc-reg.
           03 abc-articulo pic x(8).
           03 abc-clase pic x.
           03 abc-valor-12m pic s9(12)V99.
           03 abc-fecha-ult-venta pic 9(8).
           03 abc-fecha-calc pic 9(8).
           03 abc-fecha-conteo pic 9(8).
       SD  VEN-WORK.
       01  vnw-rec.
           03 vnw-articulo pic x(8).
           03 vnw-valor pic s9(10)V99.
           03 vnw-fecha pic 9(8).
       FD  ABCTMP.
       01  abt-reg.
           03 abt-articulo pic x(8).
           03 abt-valor pic s9(12)V99.
           03 abt-fecha pic 9(8).
       SD  CLA-WORK.
       01  clw-rec.
           03 clw-articulo pic x(8).
           03 clw-valor pic s9(12)V99.
           03 clw-fecha pic 9(8).
       SD  LEN-WORK.
       01  lnw-rec.
           03 lnw-tramo pic 9.
           03 lnw-valor pic s9(12)V99.
           03 lnw-articulo pic x(8).
           03 lnw-rubro pic x(15).
           03 lnw-clase pic x.
           03 lnw-existencia pic s9(7).
           03 lnw-costo pic 9(10)V99.
           03 lnw-fecha-ult pic 9(8).
       FD  ABCSTOCK.
       01  abs-linea pic x(132).
      * articulos que tocan contar segun su clase
       FD  ACONTAR.
       01  acn-reg.
           03 acn-articulo pic x(8).
           03 acn-clase pic x.
           03 acn-fecha-conteo pic 9(8).
           03 acn-existencia pic s9(7).
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
       01  w-abend-programa pic x(15) value "CLASIFICAABC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-ventadia pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-costohist pic xx.
       01  w-costohist-abierto pic x value "n".
       01  w-flag-cth pic 9.
       01  w-fs-rubros pic xx.
       01  w-fs-clasabc pic xx.
       01  w-fs-abctmp pic xx.
       01  w-fs-abcstock pic xx.
       01  w-fs-acontar pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CLASIFICAABC".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-partes REDEFINES w-fecha-hoy.
           03 w-hoy-aaaamm pic 9(6).
           03 w-hoy-dd pic 9(2).
       01  w-dias-hoy pic 9(8).
       01  w-periodo-aux pic 9(6).
       01  w-periodo-partes REDEFINES w-periodo-aux.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-mes-idx pic 9(2).
       01  w-fecha-desde pic 9(8).
       01  w-flag-rsm pic 9.
           88 fin-resumen value 1.
       01  w-flag-vdi pic 9.
           88 fin-ventadia value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-flag-stk pic 9 value zero.
           88 fin-stock value 1.
       01  w-art-ant pic x(8).
       01  w-primer-art pic x value "s".
       01  w-valor-art pic s9(12)V99.
       01  w-fecha-art pic 9(8).
       01  w-total-ventas pic s9(14)V99 value zero.
       01  w-acumulado pic s9(14)V99 value zero.
      * cortes de la clasificacion sobre el acumulado de ventas
       01  w-corte-a pic 9(3) value 80.
       01  w-corte-b pic 9(3) value 95.
       01  w-clase pic x.
       01  w-clase-idx pic 9.
       01  w-clases-tab.
           03 w-cla-fila OCCURS 3 TIMES.
              05 w-cla-cant pic 9(6).
              05 w-cla-valor pic s9(14)V99.
       01  w-costo-vigente pic 9(10)V99.
       01  w-dias-sin-venta pic 9(8).
       01  w-dias-conteo pic 9(8).
       01  w-frecuencia pic 9(3).
       01  w-tramo-ant pic 9.
       01  w-primer-tramo pic x value "s".
       01  w-tramo-cant pic 9(6).
       01  w-tramo-valor pic s9(14)V99.
       01  w-cant-lentos pic 9(6) value zero.
       01  w-cant-acontar pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(45) value
              "CLASIFICACION ABC Y STOCK SIN MOVIMIENTO AL ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-clase.
           03 filler pic x(7) value "CLASE ".
           03 l-cla pic x.
           03 filler pic x(14) value "  ARTICULOS: ".
           03 l-cla-cant pic zzzzz9.
           03 filler pic x(19) value "  VENTAS 12 MESES: ".
           03 l-cla-valor pic -.zzz.zzz.zzz.zz9,99.
       01  lin-tramo.
           03 filler pic x(26) value "SIN VENTAS HACE MAS DE ".
           03 l-tramo-dias pic zz9.
           03 filler pic x(5) value " DIAS".
       01  lin-cab-lentos.
           03 filler pic x(10) value "ARTICULO".
           03 filler pic x(31) value "DESCRIPCION".
           03 filler pic x(16) value "RUBRO".
           03 filler pic x(6) value "CLASE".
           03 filler pic x(11) value "ULT.VENTA".
           03 filler pic x(11) value "EXISTENCIA".
           03 filler pic x(18) value "     COSTO UNIT.".
           03 filler pic x(18) value "    VALOR INMOV.".
       01  lin-lento.
           03 l-art pic x(8).
           03 filler pic x(2) value spaces.
           03 l-descrip pic x(30).
           03 filler pic x(1) value spaces.
           03 l-rubro pic x(15).
           03 filler pic x(3) value spaces.
           03 l-clase pic x.
           03 filler pic x(2) value spaces.
           03 l-ult-venta pic x(10).
           03 filler pic x(1) value spaces.
           03 l-existencia pic -zzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-costo pic z.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-valor pic -.zzz.zzz.zz9,99.
       01  l-fecha-edit pic 9999/99/99.
       01  lin-subtotal.
           03 filler pic x(22) value "  TOTAL DEL TRAMO:".
           03 l-sub-cant pic zzzzz9.
           03 filler pic x(30) value " ARTICULOS  VALOR INMOVILIZADO".
           03 l-sub-valor pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-dias-hoy =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           PERFORM 050-ABRIR-ARCHIVOS.
           SORT VEN-WORK
               ON ASCENDING KEY vnw-articulo
               INPUT PROCEDURE IS 100-BARRER-PERIODOS
               OUTPUT PROCEDURE IS 300-RESUMIR-ARTICULOS.
           SORT CLA-WORK
               ON DESCENDING KEY clw-valor
               ON ASCENDING KEY clw-articulo
               USING ABCTMP
               OUTPUT PROCEDURE IS 400-ASIGNAR-CLASES.
           SORT LEN-WORK
               ON DESCENDING KEY lnw-tramo
               ON DESCENDING KEY lnw-valor
               ON ASCENDING KEY lnw-articulo
               INPUT PROCEDURE IS 500-BARRER-STOCK
               OUTPUT PROCEDURE IS 700-LISTAR-SIN-MOVIMIENTO.
           PERFORM 900-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * la fecha de conteo de cada articulo se conserva de una
      * corrida a otra: el maestro de clases no se recrea
       050-ABRIR-ARCHIVOS.
           OPEN I-O CLASABC.
           IF w-fs-clasabc NOT = "00"
              AND w-fs-clasabc NOT = "05"
               OPEN OUTPUT CLASABC
               CLOSE CLASABC
               OPEN I-O CLASABC
               IF w-fs-clasabc NOT = "00"
                   MOVE "CLASABC" TO w-abend-archivo
                   MOVE w-fs-clasabc TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           OPEN OUTPUT ABCSTOCK.
           IF w-fs-abcstock NOT = "00"
              AND w-fs-abcstock NOT = "05"
               MOVE "ABCSTOCK" TO w-abend-archivo
               MOVE w-fs-abcstock TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO abs-linea.
           WRITE abs-linea.
           MOVE lin-guarda TO abs-linea.
           WRITE abs-linea.

      * ventas de los ultimos doce meses, mes corriente incluido, del
      * resumen de ventas (las devoluciones ya vienen restadas); la
      * fecha de la ultima venta de cada articulo sale de las ventas
      * diarias del mismo lapso
       100-BARRER-PERIODOS.
           OPEN INPUT RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENTADIA.
           IF w-fs-ventadia NOT = "00"
              AND w-fs-ventadia NOT = "05"
               MOVE "VENTADIA" TO w-abend-archivo
               MOVE w-fs-ventadia TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-hoy-aaaamm TO w-periodo-aux.
           IF w-per-mm = 12
               MOVE 1 TO w-per-mm
           ELSE
               SUBTRACT 1 FROM w-per-aaaa
               ADD 1 TO w-per-mm
           END-IF.
           COMPUTE w-fecha-desde = w-periodo-aux * 100 + 1.
           PERFORM 110-PROCESAR-PERIODO
               VARYING w-mes-idx FROM 1 BY 1
               UNTIL w-mes-idx > 12.
           PERFORM 200-BARRER-VENTADIA.
           CLOSE RESUMEN.
           CLOSE VENTADIA.
           DISPLAY "RENGLONES DE RESUMEN LEIDOS: "
                   w-ctl-leidos.

       110-PROCESAR-PERIODO.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-periodo-aux TO rsm-periodo.
           MOVE ZERO TO w-flag-rsm.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-rsm
           END-START.
           PERFORM UNTIL fin-resumen
               PERFORM 120-LEER-RESUMEN
           END-PERFORM.
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
                       PERFORM 130-RELEASE-VENTA
                       ADD 1 TO w-ctl-leidos
                   END-IF
           END-READ.

       130-RELEASE-VENTA.
           MOVE rsm-articulo TO vnw-articulo.
           MOVE rsm-venta TO vnw-valor.
           MOVE ZERO TO vnw-fecha.
           RELEASE vnw-rec.

      * solo los dias en que el articulo tuvo venta neta marcan la
      * fecha; el importe ya se tomo del resumen
       200-BARRER-VENTADIA.
           MOVE LOW-VALUES TO vdi-llave.
           MOVE w-fecha-desde TO vdi-fecha.
           MOVE ZERO TO w-flag-vdi.
           START VENTADIA KEY IS >= vdi-llave
               INVALID KEY MOVE 1 TO w-flag-vdi
           END-START.
           PERFORM UNTIL fin-ventadia
               PERFORM 210-LEER-VENTADIA
           END-PERFORM.

       210-LEER-VENTADIA.
           READ VENTADIA NEXT
               AT END MOVE 1 TO w-flag-vdi
               NOT AT END
                   IF vdi-fecha > w-fecha-hoy
                       MOVE 1 TO w-flag-vdi
                   ELSE
                       IF vdi-cantidad > ZERO
                           PERFORM 220-RELEASE-FECHA
                       END-IF
                   END-IF
           END-READ.

       220-RELEASE-FECHA.
           MOVE vdi-articulo TO vnw-articulo.
           MOVE ZERO TO vnw-valor.
           MOVE vdi-fecha TO vnw-fecha.
           RELEASE vnw-rec.

       300-RESUMIR-ARTICULOS.
           OPEN OUTPUT ABCTMP.
           IF w-fs-abctmp NOT = "00"
              AND w-fs-abctmp NOT = "05"
               MOVE "ABCTMP" TO w-abend-archivo
               MOVE w-fs-abctmp TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 310-RETURN-VENTA.
           PERFORM UNTIL fin-sort
               PERFORM 320-ACUMULAR-VENTA
               PERFORM 310-RETURN-VENTA
           END-PERFORM.
           IF w-primer-art = "n"
               PERFORM 330-GRABAR-ARTICULO
           END-IF.
           CLOSE ABCTMP.
           MOVE ZERO TO w-flag-sort.

       310-RETURN-VENTA.
           RETURN VEN-WORK AT END MOVE 1 TO w-flag-sort.

       320-ACUMULAR-VENTA.
           IF w-primer-art = "s"
               MOVE vnw-articulo TO w-art-ant
               MOVE "n" TO w-primer-art
               MOVE ZERO TO w-valor-art
               MOVE ZERO TO w-fecha-art
           END-IF.
           IF vnw-articulo NOT = w-art-ant
               PERFORM 330-GRABAR-ARTICULO
               MOVE vnw-articulo TO w-art-ant
               MOVE ZERO TO w-valor-art
               MOVE ZERO TO w-fecha-art
           END-IF.
           ADD vnw-valor TO w-valor-art.
           IF vnw-fecha > w-fecha-art
               MOVE vnw-fecha TO w-fecha-art
           END-IF.

       330-GRABAR-ARTICULO.
           MOVE w-art-ant TO abt-articulo.
           MOVE w-valor-art TO abt-valor.
           MOVE w-fecha-art TO abt-fecha.
           WRITE abt-reg.
           IF w-valor-art > ZERO
               ADD w-valor-art TO w-total-ventas
           END-IF.

      * de mayor a menor venta: A hasta el 80% del total acumulado, B
      * hasta el 95% y C el resto y lo que no se vendio
       400-ASIGNAR-CLASES.
           MOVE ZERO TO w-clases-tab.
           PERFORM 410-RETURN-CLASE.
           PERFORM UNTIL fin-sort
               PERFORM 420-CLASIFICAR-ARTICULO
               PERFORM 410-RETURN-CLASE
           END-PERFORM.
           MOVE ZERO TO w-flag-sort.

       410-RETURN-CLASE.
           RETURN CLA-WORK AT END MOVE 1 TO w-flag-sort.

       420-CLASIFICAR-ARTICULO.
           IF clw-valor > ZERO
              AND w-acumulado * 100 < w-total-ventas * w-corte-a
               MOVE "A" TO w-clase
           ELSE
               IF clw-valor > ZERO
                  AND w-acumulado * 100 < w-total-ventas * w-corte-b
                   MOVE "B" TO w-clase
               ELSE
                   MOVE "C" TO w-clase
               END-IF
           END-IF.
           IF clw-valor > ZERO
               ADD clw-valor TO w-acumulado
           END-IF.
           MOVE clw-articulo TO abc-articulo.
           READ CLASABC
               INVALID KEY
                   MOVE ZERO TO abc-fecha-ult-venta
                   MOVE ZERO TO abc-fecha-conteo
                   PERFORM 430-COMPLETAR-CLASE
                   WRITE abc-reg
               NOT INVALID KEY
                   PERFORM 430-COMPLETAR-CLASE
                   REWRITE abc-reg
           END-READ.
           ADD 1 TO w-ctl-escritos.

       430-COMPLETAR-CLASE.
           MOVE w-clase TO abc-clase.
           MOVE clw-valor TO abc-valor-12m.
           IF clw-fecha > abc-fecha-ult-venta
               MOVE clw-fecha TO abc-fecha-ult-venta
           END-IF.
           MOVE w-fecha-hoy TO abc-fecha-calc.

      * recorrido del stock: lo que no se vendio en el ano queda C, se
      * arma la lista de conteo por clase y lo que tiene existencia
      * sin ventas hace mas de 90 dias pasa al listado de inmovilizado
       500-BARRER-STOCK.
           OPEN INPUT STOCK.
           IF w-fs-stock NOT = "00"
              AND w-fs-stock NOT = "05"
               MOVE "STOCK" TO w-abend-archivo
               MOVE w-fs-stock TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT ARTICULO.
           IF w-fs-articulo NOT = "00"
              AND w-fs-articulo NOT = "05"
               MOVE "ARTICULO" TO w-abend-archivo
               MOVE w-fs-articulo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT RUBROS.
           OPEN INPUT COSTOHIST.
           IF w-fs-costohist = "00" OR w-fs-costohist = "05"
               MOVE "s" TO w-costohist-abierto
           END-IF.
           OPEN OUTPUT ACONTAR.
           IF w-fs-acontar NOT = "00"
              AND w-fs-acontar NOT = "05"
               MOVE "ACONTAR" TO w-abend-archivo
               MOVE w-fs-acontar TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 510-LEER-STOCK.
           PERFORM UNTIL fin-stock
               PERFORM 520-REVISAR-ARTICULO
               PERFORM 510-LEER-STOCK
           END-PERFORM.
           CLOSE STOCK.
           CLOSE ARTICULO.
           CLOSE RUBROS.
           CLOSE ACONTAR.
           IF w-costohist-abierto = "s"
               CLOSE COSTOHIST
           END-IF.

       510-LEER-STOCK.
           READ STOCK NEXT AT END MOVE 1 TO w-flag-stk.

       520-REVISAR-ARTICULO.
           MOVE stk-articulo TO abc-articulo.
           READ CLASABC
               INVALID KEY
                   MOVE "C" TO abc-clase
                   MOVE ZERO TO abc-valor-12m
                   MOVE ZERO TO abc-fecha-ult-venta
                   MOVE w-fecha-hoy TO abc-fecha-calc
                   MOVE ZERO TO abc-fecha-conteo
                   WRITE abc-reg
               NOT INVALID KEY
                   IF abc-fecha-calc NOT = w-fecha-hoy
                       MOVE "C" TO abc-clase
                       MOVE ZERO TO abc-valor-12m
                       MOVE w-fecha-hoy TO abc-fecha-calc
                       REWRITE abc-reg
                   END-IF
           END-READ.
           PERFORM 530-SUMAR-CLASE.
           PERFORM 540-VERIFICAR-CONTEO.
           IF stk-existencia > ZERO
               PERFORM 550-VERIFICAR-MOVIMIENTO
           END-IF.

       530-SUMAR-CLASE.
           EVALUATE abc-clase
               WHEN "A" MOVE 1 TO w-clase-idx
               WHEN "B" MOVE 2 TO w-clase-idx
               WHEN OTHER MOVE 3 TO w-clase-idx
           END-EVALUATE.
           ADD 1 TO w-cla-cant(w-clase-idx).
           ADD abc-valor-12m TO w-cla-valor(w-clase-idx).

      * frecuencia de conteo: A mensual, B trimestral, C anual
       540-VERIFICAR-CONTEO.
           EVALUATE abc-clase
               WHEN "A" MOVE 30 TO w-frecuencia
               WHEN "B" MOVE 90 TO w-frecuencia
               WHEN OTHER MOVE 365 TO w-frecuencia
           END-EVALUATE.
           IF abc-fecha-conteo = ZERO
               MOVE 999 TO w-dias-conteo
           ELSE
               COMPUTE w-dias-conteo = w-dias-hoy -
                   FUNCTION INTEGER-OF-DATE(abc-fecha-conteo)
           END-IF.
           IF w-dias-conteo >= w-frecuencia
               MOVE stk-articulo TO acn-articulo
               MOVE abc-clase TO acn-clase
               MOVE abc-fecha-conteo TO acn-fecha-conteo
               MOVE stk-existencia TO acn-existencia
               WRITE acn-reg
               ADD 1 TO w-cant-acontar
           END-IF.

       550-VERIFICAR-MOVIMIENTO.
           IF abc-fecha-ult-venta = ZERO
               MOVE 999 TO w-dias-sin-venta
           ELSE
               COMPUTE w-dias-sin-venta = w-dias-hoy -
                   FUNCTION INTEGER-OF-DATE(abc-fecha-ult-venta)
           END-IF.
           IF w-dias-sin-venta > 90
               IF w-dias-sin-venta > 365
                   MOVE 3 TO lnw-tramo
               ELSE
                   IF w-dias-sin-venta > 180
                       MOVE 2 TO lnw-tramo
                   ELSE
                       MOVE 1 TO lnw-tramo
                   END-IF
               END-IF
               PERFORM 560-RELEASE-SIN-MOVIMIENTO
           END-IF.

       560-RELEASE-SIN-MOVIMIENTO.
           PERFORM 570-BUSCAR-COSTO-VIGENTE.
           MOVE stk-articulo TO lnw-articulo.
           MOVE abc-clase TO lnw-clase.
           MOVE stk-existencia TO lnw-existencia.
           MOVE w-costo-vigente TO lnw-costo.
           COMPUTE lnw-valor = stk-existencia * w-costo-vigente.
           MOVE abc-fecha-ult-venta TO lnw-fecha-ult.
           MOVE stk-articulo TO rub-articulo.
           READ RUBROS
               INVALID KEY MOVE "SIN RUBRO" TO lnw-rubro
               NOT INVALID KEY MOVE rub-rubro TO lnw-rubro
           END-READ.
           RELEASE lnw-rec.

      * el inmovilizado se valoriza al ultimo costo de compra vigente;
      * sin historia de costos, al costo del maestro de articulos
       570-BUSCAR-COSTO-VIGENTE.
           MOVE ZERO TO w-costo-vigente.
           MOVE stk-articulo TO art-codigo.
           READ ARTICULO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE art-costo TO w-costo-vigente
           END-READ.
           IF w-costohist-abierto = "s"
               MOVE stk-articulo TO cth-articulo
               MOVE ZERO TO cth-fecha-desde
               MOVE ZERO TO w-flag-cth
               START COSTOHIST KEY IS >= cth-llave
                   INVALID KEY MOVE 1 TO w-flag-cth
                   NOT INVALID KEY CONTINUE
               END-START
               PERFORM 575-LEER-COSTOHIST UNTIL w-flag-cth = 1
           END-IF.

       575-LEER-COSTOHIST.
           READ COSTOHIST NEXT
               AT END MOVE 1 TO w-flag-cth
               NOT AT END
                   IF cth-articulo = stk-articulo
                      AND cth-fecha-desde <= w-fecha-hoy
                       MOVE cth-costo TO w-costo-vigente
                   ELSE
                       MOVE 1 TO w-flag-cth
                   END-IF
           END-READ.

       700-LISTAR-SIN-MOVIMIENTO.
           PERFORM 710-LISTAR-CLASE
               VARYING w-clase-idx FROM 1 BY 1
               UNTIL w-clase-idx > 3.
           MOVE lin-guarda TO abs-linea.
           WRITE abs-linea.
           OPEN INPUT ARTICULO.
           PERFORM 720-RETURN-LENTO.
           PERFORM UNTIL fin-sort
               PERFORM 730-LISTAR-LENTO
               PERFORM 720-RETURN-LENTO
           END-PERFORM.
           IF w-primer-tramo = "n"
               PERFORM 750-CERRAR-TRAMO
           END-IF.
           CLOSE ARTICULO.

       710-LISTAR-CLASE.
           EVALUATE w-clase-idx
               WHEN 1 MOVE "A" TO l-cla
               WHEN 2 MOVE "B" TO l-cla
               WHEN OTHER MOVE "C" TO l-cla
           END-EVALUATE.
           MOVE w-cla-cant(w-clase-idx) TO l-cla-cant.
           MOVE w-cla-valor(w-clase-idx) TO l-cla-valor.
           MOVE lin-clase TO abs-linea.
           WRITE abs-linea.

       720-RETURN-LENTO.
           RETURN LEN-WORK AT END MOVE 1 TO w-flag-sort.

       730-LISTAR-LENTO.
           IF w-primer-tramo = "s"
               MOVE "n" TO w-primer-tramo
               PERFORM 740-ABRIR-TRAMO
           END-IF.
           IF lnw-tramo NOT = w-tramo-ant
               PERFORM 750-CERRAR-TRAMO
               PERFORM 740-ABRIR-TRAMO
           END-IF.
           MOVE lnw-articulo TO l-art.
           MOVE lnw-articulo TO art-codigo.
           READ ARTICULO
               INVALID KEY MOVE "--ARTICULO DESCONOCIDO--" TO l-descrip
               NOT INVALID KEY MOVE art-descrip TO l-descrip
           END-READ.
           MOVE lnw-rubro TO l-rubro.
           MOVE lnw-clase TO l-clase.
           IF lnw-fecha-ult = ZERO
               MOVE "SIN VENTAS" TO l-ult-venta
           ELSE
               MOVE lnw-fecha-ult TO l-fecha-edit
               MOVE l-fecha-edit TO l-ult-venta
           END-IF.
           MOVE lnw-existencia TO l-existencia.
           MOVE lnw-costo TO l-costo.
           MOVE lnw-valor TO l-valor.
           MOVE lin-lento TO abs-linea.
           WRITE abs-linea.
           ADD 1 TO w-tramo-cant.
           ADD lnw-valor TO w-tramo-valor.
           ADD 1 TO w-cant-lentos.

       740-ABRIR-TRAMO.
           MOVE lnw-tramo TO w-tramo-ant.
           MOVE ZERO TO w-tramo-cant.
           MOVE ZERO TO w-tramo-valor.
           EVALUATE lnw-tramo
               WHEN 3 MOVE 365 TO l-tramo-dias
               WHEN 2 MOVE 180 TO l-tramo-dias
               WHEN OTHER MOVE 90 TO l-tramo-dias
           END-EVALUATE.
           MOVE SPACES TO abs-linea.
           WRITE abs-linea.
           MOVE lin-tramo TO abs-linea.
           WRITE abs-linea.
           MOVE lin-cab-lentos TO abs-linea.
           WRITE abs-linea.

       750-CERRAR-TRAMO.
           MOVE w-tramo-cant TO l-sub-cant.
           MOVE w-tramo-valor TO l-sub-valor.
           MOVE lin-subtotal TO abs-linea.
           WRITE abs-linea.

       900-FIN.
           MOVE lin-guarda TO abs-linea.
           WRITE abs-linea.
           CLOSE ABCSTOCK.
           CLOSE CLASABC.
           DISPLAY "ARTICULOS CLASIFICADOS A: " w-cla-cant(1)
                   "  B: " w-cla-cant(2) "  C: " w-cla-cant(3).
           DISPLAY "ARTICULOS CON STOCK SIN MOVIMIENTO: "
                   w-cant-lentos.
           DISPLAY "ARTICULOS A CONTAR: " w-cant-acontar.

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
