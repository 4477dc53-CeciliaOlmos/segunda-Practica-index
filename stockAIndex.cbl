                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.
           SELECT OPTIONAL STKSUC ASSIGN TO "..\stocksuc.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-stksuc.
           SELECT STOCKSUC ASSIGN TO "..\stocksuc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sts-llave
           FILE STATUS IS w-fs-stocksuc.
           SELECT STKRECHAZO ASSIGN TO "..\stockrechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-stkrechazo.
           03 stk-tex-existencia pic x(7).
           03 stk-tex-minimo pic x(7).
           03 stk-tex-punto pic x(7).
      * existencia inicial por sucursal: articulo, sucursal,
      * existencia, minimo y punto de pedido de la sucursal
       FD  STKSUC.
       01  sst-tex-reg.
           03 sst-tex-articulo pic x(8).
           03 sst-tex-sucursal pic x(2).
           03 sst-tex-existencia pic x(7).
           03 sst-tex-minimo pic x(7).
           03 sst-tex-punto pic x(7).
       FD  STOCKSUC.
       01  sts-reg.
           03 sts-llave.
              05 sts-articulo pic x(8).
              05 sts-sucursal pic 9(2).
           03 sts-existencia pic s9(7).
           03 sts-transito pic s9(7).
           03 sts-minimo pic 9(7).
           03 sts-punto-pedido pic 9(7).
       FD  STKRECHAZO.
       01  rej-reg.
           03 rej-articulo pic x(8).
       01  w-fs-stk pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-stkrechazo pic xx.
       01  w-fs-stksuc pic xx.
       01  w-fs-stocksuc pic xx.
       01  w-flag-sst pic 9 value zero.
           88 fin-stksuc value 1.
       01  w-flag-stock pic 9 value zero.
           88 fin-stock value 1.
       01  w-flag-sts pic 9.
      * la casa central es la sucursal 01: un articulo sin existencia
      * por sucursal queda entero en ella
       01  w-suc-central pic 9(2) value 1.
       01  w-suma-sucursales pic s9(7).
       01  w-cant-sucursales pic 9(3).
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "STOCKAINDEX".
       01  w-ctl-fecha pic 9(8).
            PERFORM 300-PROCESO
            PERFORM 200-LEER-ARCH-STK
           END-PERFORM.
           PERFORM 500-CARGAR-SUCURSALES.
           PERFORM 600-CUADRAR-STOCK.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
            STOP RUN.
       400-FIN.
           CLOSE STK.
           CLOSE STOCK.
           CLOSE STOCKSUC.
           CLOSE STKRECHAZO.

      * la carga inicial arranca sin transferencias en transito
       500-CARGAR-SUCURSALES.
           CLOSE STOCK.
           OPEN I-O STOCK.
           IF w-fs-stock NOT = "00"
              AND w-fs-stock NOT = "05"
               MOVE "STOCK" TO w-abend-archivo
               MOVE w-fs-stock TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT STOCKSUC.
           IF w-fs-stocksuc NOT = "00"
              AND w-fs-stocksuc NOT = "05"
               MOVE "STOCKSUC" TO w-abend-archivo
               MOVE w-fs-stocksuc TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           CLOSE STOCKSUC.
           OPEN I-O STOCKSUC.
           OPEN INPUT STKSUC.
           IF w-fs-stksuc = "00"
               PERFORM 510-LEER-ARCH-STKSUC
               PERFORM UNTIL fin-stksuc
                   PERFORM 520-PROCESO-SUCURSAL
                   PERFORM 510-LEER-ARCH-STKSUC
               END-PERFORM
           END-IF.
           CLOSE STKSUC.

       510-LEER-ARCH-STKSUC.
           READ STKSUC AT END MOVE 1 TO w-flag-sst
               NOT AT END ADD 1 TO w-ctl-leidos.

       520-PROCESO-SUCURSAL.
           MOVE sst-tex-articulo TO rej-articulo.
           IF sst-tex-sucursal IS NOT NUMERIC
              OR sst-tex-sucursal = "00"
               MOVE "SUCURSAL INVALIDA" TO rej-motivo
               WRITE rej-reg
           ELSE
               IF sst-tex-existencia IS NOT NUMERIC
                  OR sst-tex-minimo IS NOT NUMERIC
                  OR sst-tex-punto IS NOT NUMERIC
                   MOVE "SUCURSAL CON DATO NO NUMERICO" TO rej-motivo
                   WRITE rej-reg
               ELSE
                   MOVE sst-tex-articulo TO stk-articulo
                   READ STOCK
                       INVALID KEY
                           MOVE "ARTICULO INEXISTENTE" TO rej-motivo
                           WRITE rej-reg
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 530-GRABAR-SUCURSAL
                   END-READ
               END-IF
           END-IF.

       530-GRABAR-SUCURSAL.
           MOVE sst-tex-articulo TO sts-articulo.
           MOVE sst-tex-sucursal TO sts-sucursal.
           MOVE sst-tex-existencia TO sts-existencia.
           MOVE ZERO TO sts-transito.
           MOVE sst-tex-minimo TO sts-minimo.
           MOVE sst-tex-punto TO sts-punto-pedido.
           WRITE sts-reg
               INVALID KEY
                   MOVE "ARTICULO Y SUCURSAL DUPLICADOS" TO rej-motivo
                   WRITE rej-reg
                   END-WRITE
           END-WRITE.

      * con existencia por sucursal cargada, la del articulo pasa a
      * ser la suma de sus sucursales; sin ella, todo queda en la casa
      * central con el minimo y el punto de pedido del articulo
       600-CUADRAR-STOCK.
           MOVE LOW-VALUES TO stk-articulo.
           START STOCK KEY IS >= stk-articulo
               INVALID KEY MOVE 1 TO w-flag-stock
           END-START.
           PERFORM 610-LEER-STOCK.
           PERFORM UNTIL fin-stock
               PERFORM 620-CUADRAR-ARTICULO
               PERFORM 610-LEER-STOCK
           END-PERFORM.

       610-LEER-STOCK.
           IF NOT fin-stock
               READ STOCK NEXT AT END MOVE 1 TO w-flag-stock
               END-READ
           END-IF.

       620-CUADRAR-ARTICULO.
           MOVE ZERO TO w-suma-sucursales.
           MOVE ZERO TO w-cant-sucursales.
           MOVE ZERO TO w-flag-sts.
           MOVE stk-articulo TO sts-articulo.
           MOVE ZERO TO sts-sucursal.
           START STOCKSUC KEY IS >= sts-llave
               INVALID KEY MOVE 1 TO w-flag-sts
           END-START.
           PERFORM 630-SUMAR-SUCURSAL UNTIL w-flag-sts = 1.
           IF w-cant-sucursales = ZERO
               MOVE stk-articulo TO sts-articulo
               MOVE w-suc-central TO sts-sucursal
               MOVE stk-existencia TO sts-existencia
               MOVE ZERO TO sts-transito
               MOVE stk-minimo TO sts-minimo
               MOVE stk-punto-pedido TO sts-punto-pedido
               WRITE sts-reg
           ELSE
               MOVE w-suma-sucursales TO stk-existencia
               REWRITE stk-reg
           END-IF.

       630-SUMAR-SUCURSAL.
           READ STOCKSUC NEXT
               AT END MOVE 1 TO w-flag-sts
               NOT AT END
                   IF sts-articulo = stk-articulo
                       ADD sts-existencia TO w-suma-sucursales
                       ADD 1 TO w-cant-sucursales
                   ELSE
                       MOVE 1 TO w-flag-sts
                   END-IF
           END-READ.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
           ACCEPT w-ctl-hora-ini FROM TIME.
