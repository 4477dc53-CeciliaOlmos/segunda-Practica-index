           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movdetalle.

           SELECT OPTIONAL REMITOS ASSIGN TO "..\remitos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-remitos.

           SELECT STOCK ASSIGN TO "..\stock.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.

           SELECT OPTIONAL STOCKSUC ASSIGN TO "..\stocksuc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sts-llave
           FILE STATUS IS w-fs-stocksuc.

           SELECT ARTICULO ASSIGN TO "..\articulo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-repodet.

           SELECT TRANSFSUG ASSIGN TO "..\transfsug.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-transfsug.

           SELECT OPTIONAL OCABIERTA ASSIGN TO "..\ocabierta.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS oc-llave
           ALTERNATE RECORD KEY IS oc-articulo WITH DUPLICATES
           FILE STATUS IS w-fs-ocabierta.
           SELECT OPTIONAL CLASABC ASSIGN TO "..\clasabc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS abc-articulo
           FILE STATUS IS w-fs-clasabc.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
       FD  REMITOS.
       01  rtx-reg.
           03 rtx-numero pic x(8).
           03 rtx-factura pic x(12).
           03 rtx-articulo pic x(8).
           03 rtx-cantidad pic x(4).
           03 rtx-fecha pic x(8).
           03 rtx-transportista pic x(10).
           03 rtx-operador pic x(8).
           03 rtx-sucursal pic x(2).
       FD  STOCK.
       01  stk-reg.
           03 stk-articulo pic x(8).
           03 stk-existencia pic s9(7).
           03 stk-minimo pic 9(7).
           03 stk-punto-pedido pic 9(7).
       FD  STOCKSUC.
       01  sts-reg.
           03 sts-llave.
              05 sts-articulo pic x(8).
              05 sts-sucursal pic 9(2).
           03 sts-existencia pic s9(7).
           03 sts-transito pic s9(7).
           03 sts-minimo pic 9(7).
           03 sts-punto-pedido pic 9(7).
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 repd-punto pic 9(7).
           03 repd-vendido pic s9(7).
           03 repd-pendiente pic 9(7).
           03 repd-faltante-suc pic 9(7).
           03 repd-transferido pic 9(7).
      * transferencias entre sucursales que se proponen antes de
      * pedirle al proveedor
       FD  TRANSFSUG.
       01  sug-reg.
           03 sug-articulo pic x(8).
           03 sug-origen pic 9(2).
           03 sug-destino pic 9(2).
           03 sug-cantidad pic 9(7).
       FD  OCABIERTA.
       01  oc-reg.
           03 oc-llave.
           03 oc-fecha-emision pic 9(8).
           03 oc-fecha-esperada pic 9(8).
           03 oc-estado pic x.
           03 oc-precio pic 9(10)V99.
       FD  CLASABC.
       01  abc-reg.
           03 abc-articulo pic x(8).
           03 abc-clase pic x.
           03 abc-valor-12m pic s9(12)V99.
           03 abc-fecha-ult-venta pic 9(8).
           03 abc-fecha-calc pic 9(8).
           03 abc-fecha-conteo pic 9(8).
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-movdetalle pic xx.
       01  w-fs-remitos pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-stocksuc pic xx.
       01  w-fs-transfsug pic xx.
       01  w-fs-reposicion pic xx.
       01  w-fs-repodet pic xx.
       01  w-fs-ocabierta pic xx.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-det pic 9 value zero.
           88 fin-det value 1.
       01  w-flag-rtx pic 9 value zero.
           88 fin-rtx value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-art-ant pic x(8).
       01  w-pendiente-oc pic 9(7).
       01  w-flag-oc pic 9.
       01  w-oc-abierta pic x value "n".
       01  w-stocksuc-abierta pic x value "n".
       01  w-fs-clasabc pic xx.
       01  w-clasabc-abierta pic x value "n".
       01  w-cant-repo-a pic 9(5) value zero.
       01  w-flag-sts pic 9.
      * necesidad y sobrante de cada sucursal, por codigo de sucursal
       01  w-sb-tabla.
           03 w-sb-sucursal OCCURS 99 TIMES.
              05 w-sb-necesidad pic 9(7).
              05 w-sb-sobrante pic 9(7).
       01  w-idx-dest pic 9(3).
       01  w-idx-orig pic 9(3).
       01  w-disponible pic s9(8).
       01  w-faltante-suc pic 9(7).
       01  w-transferido pic 9(7).
       01  w-sug-cantidad pic 9(7).
       01  w-cant-transf pic 9(5) value zero.
       01  lin-cabecera.
           03 filler pic x(8) value "ARTICULO".
           03 filler pic x(3) value spaces.
           03 filler pic x(12) value "VENDIDO HOY:".
           03 filler pic x(3) value spaces.
           03 filler pic x(10) value "PEND. OC.:".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "CLASE".
       01  lin-guarda.
           03 filler pic x(110) value all "-".
       01  lin-detalle.
           03 l-vendido pic -zzzzzz9.
           03 filler pic x(6) value spaces.
           03 l-pendiente pic zzzzzz9.
           03 filler pic x(5) value spaces.
           03 l-clase pic x.
       01  lin-transferencia.
           03 filler pic x(11) value spaces.
           03 filler pic x(12) value "TRANSFERIR: ".
           03 l-trf-cantidad pic zzzzzz9.
           03 filler pic x(13) value " DE SUCURSAL ".
           03 l-trf-origen pic 99.
           03 filler pic x(12) value " A SUCURSAL ".
           03 l-trf-destino pic 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
               PERFORM 200-LEER-MOVDETALLE
           END-PERFORM.
           CLOSE MOVDETALLE.
      * la existencia baja con los remitos del dia (emiteRemito), no
      * con lo facturado: los articulos remitidos entran al control de
      * minimos aunque no se hayan vendido hoy
           OPEN INPUT REMITOS.
           IF w-fs-remitos = "00" OR w-fs-remitos = "05"
               PERFORM 220-LEER-REMITOS
               PERFORM UNTIL fin-rtx
                   PERFORM 230-RELEASE-REMITO
                   PERFORM 220-LEER-REMITOS
               END-PERFORM
               CLOSE REMITOS
           END-IF.

       200-LEER-MOVDETALLE.
           READ MOVDETALLE AT END MOVE 1 TO w-flag-det
           MOVE mdet-cantid TO stw-cantid.
           RELEASE stw-rec.

       220-LEER-REMITOS.
           READ REMITOS AT END MOVE 1 TO w-flag-rtx.

       230-RELEASE-REMITO.
           MOVE rtx-articulo TO stw-articulo.
           MOVE ZERO TO stw-cantid.
           RELEASE stw-rec.

       900-ACTUALIZAR-STOCK.
           OPEN INPUT STOCK.
           IF w-fs-stock NOT = "00"
              AND w-fs-stock NOT = "05"
               MOVE "STOCK" TO w-abend-archivo
           IF w-fs-ocabierta = "00" OR w-fs-ocabierta = "05"
               MOVE "s" TO w-oc-abierta
           END-IF.
           OPEN INPUT STOCKSUC.
           IF w-fs-stocksuc = "00"
               MOVE "s" TO w-stocksuc-abierta
           END-IF.
           OPEN INPUT CLASABC.
           IF w-fs-clasabc = "00" OR w-fs-clasabc = "05"
               MOVE "s" TO w-clasabc-abierta
           END-IF.
           OPEN OUTPUT TRANSFSUG.
           IF w-fs-transfsug NOT = "00"
              AND w-fs-transfsug NOT = "05"
               MOVE "TRANSFSUG" TO w-abend-archivo
               MOVE w-fs-transfsug TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           DISPLAY lin-guarda.
           DISPLAY lin-cabecera.
           DISPLAY lin-guarda.
               PERFORM 910-RETURN-SORT
           END-PERFORM.
           IF w-primer-art = "n"
               PERFORM 950-CONTROLAR-ARTICULO
           END-IF.
           PERFORM 960-IMPRIMIR-TOTAL.
           CLOSE STOCK.
           CLOSE ARTICULO.
           CLOSE REPOSICION.
           CLOSE REPODET.
           CLOSE TRANSFSUG.
           IF w-oc-abierta = "s"
               CLOSE OCABIERTA
           END-IF.
           IF w-stocksuc-abierta = "s"
               CLOSE STOCKSUC
           END-IF.
           IF w-clasabc-abierta = "s"
               CLOSE CLASABC
           END-IF.

       910-RETURN-SORT.
           RETURN STK-WORK AT END MOVE 1 TO w-flag-sort.
               MOVE "n" TO w-primer-art
           END-IF.
           IF stw-articulo NOT = w-art-ant
               PERFORM 950-CONTROLAR-ARTICULO
               MOVE stw-articulo TO w-art-ant
               MOVE ZERO TO w-vendido-ciclo
           END-IF.
           ADD stw-cantid TO w-vendido-ciclo.

       950-CONTROLAR-ARTICULO.
           MOVE w-art-ant TO stk-articulo.
           READ STOCK INVALID KEY
               DISPLAY "ARTICULO SIN REGISTRO DE STOCK " w-art-ant
               NOT INVALID KEY
                   PERFORM 970-CARGAR-SUCURSALES
                   IF stk-existencia < stk-minimo
                      OR w-faltante-suc > ZERO
                       PERFORM 955-REPORTAR-REPOSICION
                   END-IF
           END-READ.
           MOVE stk-punto-pedido TO l-punto.
           MOVE w-vendido-ciclo TO l-vendido.
           MOVE w-pendiente-oc TO l-pendiente.
           PERFORM 956-BUSCO-CLASE-ARTICULO.
           DISPLAY lin-detalle.
           MOVE lin-detalle TO rep-linea.
           WRITE rep-linea.
           PERFORM 980-PROPONER-TRANSFERENCIAS.
           MOVE stk-articulo TO repd-articulo.
           MOVE stk-existencia TO repd-existencia.
           MOVE stk-minimo TO repd-minimo.
           MOVE stk-punto-pedido TO repd-punto.
           MOVE w-vendido-ciclo TO repd-vendido.
           MOVE w-pendiente-oc TO repd-pendiente.
           MOVE w-faltante-suc TO repd-faltante-suc.
           MOVE w-transferido TO repd-transferido.
           WRITE repd-reg.
           ADD 1 TO w-cant-repo.

                   END-IF
           END-READ.

      * los articulos de clase A son los primeros a reponer: se
      * marcan en el listado y se cuentan aparte en el total
       956-BUSCO-CLASE-ARTICULO.
           MOVE SPACES TO l-clase.
           IF w-clasabc-abierta = "s"
               MOVE stk-articulo TO abc-articulo
               READ CLASABC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE abc-clase TO l-clase
               END-READ
           END-IF.
           IF l-clase = "A"
               ADD 1 TO w-cant-repo-a
           END-IF.

       957-BUSCO-DESCRIP-ARTICULO.
           MOVE stk-articulo TO art-codigo.
           READ ARTICULO INVALID KEY
           MOVE w-cant-repo TO w-ctl-escritos.
           DISPLAY lin-guarda.
           DISPLAY "ARTICULOS BAJO MINIMO: " w-cant-repo.
           DISPLAY "  DE ELLOS CLASE A: " w-cant-repo-a.
           DISPLAY "TRANSFERENCIAS PROPUESTAS: " w-cant-transf.

      * una sucursal necesita reponer cuando lo que tiene mas lo que
      * le viene en transito queda bajo su minimo, y pide hasta su
      * punto de pedido; lo que tiene fisicamente por encima de su
      * punto de pedido es sobrante que puede ceder a otra
       970-CARGAR-SUCURSALES.
           MOVE ZERO TO w-sb-tabla.
           MOVE ZERO TO w-faltante-suc.
           MOVE ZERO TO w-transferido.
           IF w-stocksuc-abierta = "s"
               MOVE ZERO TO w-flag-sts
               MOVE stk-articulo TO sts-articulo
               MOVE ZERO TO sts-sucursal
               START STOCKSUC KEY IS >= sts-llave
                   INVALID KEY MOVE 1 TO w-flag-sts
               END-START
               PERFORM 975-LEER-SUCURSAL
                   UNTIL w-flag-sts = 1
           END-IF.

       975-LEER-SUCURSAL.
           READ STOCKSUC NEXT
               AT END MOVE 1 TO w-flag-sts
               NOT AT END
                   IF sts-articulo = stk-articulo
                       IF sts-sucursal > ZERO
                           PERFORM 976-CALCULAR-SUCURSAL
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-sts
                   END-IF
           END-READ.

       976-CALCULAR-SUCURSAL.
           COMPUTE w-disponible = sts-existencia + sts-transito.
           IF w-disponible < sts-minimo
               IF sts-punto-pedido > sts-minimo
                   COMPUTE w-sb-necesidad(sts-sucursal) =
                           sts-punto-pedido - w-disponible
               ELSE
                   COMPUTE w-sb-necesidad(sts-sucursal) =
                           sts-minimo - w-disponible
               END-IF
               ADD w-sb-necesidad(sts-sucursal) TO w-faltante-suc
           ELSE
               IF sts-existencia > sts-punto-pedido
                   COMPUTE w-sb-sobrante(sts-sucursal) =
                           sts-existencia - sts-punto-pedido
               END-IF
           END-IF.

      * primero se cubre cada sucursal con el sobrante de las otras;
      * al proveedor solo se le pide lo que queda sin cubrir
       980-PROPONER-TRANSFERENCIAS.
           PERFORM 982-CUBRIR-SUCURSAL
               VARYING w-idx-dest FROM 1 BY 1
               UNTIL w-idx-dest > 99.

       982-CUBRIR-SUCURSAL.
           IF w-sb-necesidad(w-idx-dest) > ZERO
               PERFORM 984-TOMAR-SOBRANTE
                   VARYING w-idx-orig FROM 1 BY 1
                   UNTIL w-idx-orig > 99
                      OR w-sb-necesidad(w-idx-dest) = ZERO
           END-IF.

       984-TOMAR-SOBRANTE.
           IF w-sb-sobrante(w-idx-orig) > ZERO
              AND w-idx-orig NOT = w-idx-dest
               IF w-sb-sobrante(w-idx-orig) <
                  w-sb-necesidad(w-idx-dest)
                   MOVE w-sb-sobrante(w-idx-orig) TO w-sug-cantidad
               ELSE
                   MOVE w-sb-necesidad(w-idx-dest) TO w-sug-cantidad
               END-IF
               SUBTRACT w-sug-cantidad FROM w-sb-sobrante(w-idx-orig)
               SUBTRACT w-sug-cantidad FROM w-sb-necesidad(w-idx-dest)
               SUBTRACT w-sug-cantidad FROM w-faltante-suc
               ADD w-sug-cantidad TO w-transferido
               PERFORM 986-GRABAR-SUGERENCIA
           END-IF.

       986-GRABAR-SUGERENCIA.
           MOVE stk-articulo TO sug-articulo.
           MOVE w-idx-orig TO sug-origen.
           MOVE w-idx-dest TO sug-destino.
           MOVE w-sug-cantidad TO sug-cantidad.
           WRITE sug-reg.
           MOVE w-sug-cantidad TO l-trf-cantidad.
           MOVE w-idx-orig TO l-trf-origen.
           MOVE w-idx-dest TO l-trf-destino.
           DISPLAY lin-transferencia.
           MOVE lin-transferencia TO rep-linea.
           WRITE rep-linea.
           ADD 1 TO w-cant-transf.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
