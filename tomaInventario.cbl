                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.
           SELECT STOCKSUC ASSIGN TO "..\stocksuc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS sts-llave
           FILE STATUS IS w-fs-stocksuc.
           SELECT OPTIONAL CLASABC ASSIGN TO "..\clasabc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS abc-articulo
           FILE STATUS IS w-fs-clasabc.
           SELECT ARTICULO ASSIGN TO "..\articulo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
           03 con-tex-cantidad pic x(7).
           03 con-tex-cantidad-num REDEFINES con-tex-cantidad
              pic 9(7).
           03 con-tex-sucursal pic x(2).
           03 con-tex-sucursal-num REDEFINES con-tex-sucursal
              pic 9(2).
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
       FD  CLASABC.
       01  abc-reg.
           03 abc-articulo pic x(8).
           03 abc-clase pic x.
           03 abc-valor-12m pic s9(12)V99.
           03 abc-fecha-ult-venta pic 9(8).
           03 abc-fecha-calc pic 9(8).
           03 abc-fecha-conteo pic 9(8).
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
       01  inv-rec.
           03 inv-dif-abs pic 9(7).
           03 inv-articulo pic x(8).
           03 inv-sucursal pic 9(2).
           03 inv-libro pic s9(7).
           03 inv-contado pic s9(7).
           03 inv-diferencia pic s9(7).
           03 aud-libro pic s9(7).
           03 aud-contado pic s9(7).
           03 aud-diferencia pic s9(7).
           03 aud-sucursal pic 9(2).
       FD  CONTRECHAZO.
       01  rej-reg.
           03 rej-articulo pic x(8).
       01  w-abend-status pic xx.
       01  w-fs-conteo pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-stocksuc pic xx.
       01  w-fs-articulo pic xx.
      * cada linea del conteo trae la sucursal donde se conto; sin
      * sucursal es la casa central. La diferencia se calcula y se
      * ajusta contra la existencia de esa sucursal, y la existencia
      * total del articulo se mueve en la misma diferencia
       01  w-suc-central pic 9(2) value 1.
       01  w-stocksuc-abierta pic x value "n".
       01  w-libro-suc pic s9(7).
       01  w-fs-clasabc pic xx.
       01  w-clasabc-abierta pic x value "n".
      * conteo ciclico por clase ABC: A cada 30 dias, B cada 90 y C
      * cada 365; lo que no toca contar no se marca como faltante
       01  w-en-ciclo pic x.
       01  w-frecuencia pic 9(3).
       01  w-dias-conteo pic 9(8).
       01  w-cant-fuera-ciclo pic 9(5) value zero.
       01  w-fs-variacion pic xx.
       01  w-aud-status pic xx.
       01  w-fs-contrechazo pic xx.
           03 w-conteo-item OCCURS 2000 TIMES
              INDEXED BY w-con-idx.
              05 w-con-articulo pic x(8).
              05 w-con-sucursal pic 9(2).
              05 w-con-cantidad pic 9(7).
              05 w-con-en-stock pic x.
       01  w-con-pos pic 9(4).
       01  w-con-hallado pic x.
       01  w-con-buscar pic x(8).
       01  w-con-buscar-suc pic 9(2).
       01  w-con-suc pic 9(2).
       01  w-diferencia pic s9(8).
       01  w-valor pic s9(12)V99.
       01  w-confirma pic x.
              "VARIACIONES DE INVENTARIO FISICO VS LIBROS".
       01  lin-cabecera.
           03 filler pic x(8) value "ARTICULO".
           03 filler pic x(5) value " SUC".
           03 filler pic x(4) value spaces.
           03 filler pic x(6) value "LIBRO:".
           03 filler pic x(4) value spaces.
       01  lin-detalle.
           03 l-art pic x(8).
           03 filler pic x(2) value spaces.
           03 l-suc pic z9.
           03 filler pic x(1) value spaces.
           03 l-libro pic -zzzzzz9.
           03 filler pic x(3) value spaces.
           03 l-contado pic -zzzzzz9.
           SORT INV-WORK
               ON DESCENDING KEY inv-dif-abs
               ON ASCENDING KEY inv-articulo
               ON ASCENDING KEY inv-sucursal
               INPUT PROCEDURE IS 200-COMPARAR-CONTRA-LIBROS
               OUTPUT PROCEDURE IS 500-LISTAR-VARIACIONES.
           PERFORM 700-CONFIRMAR-Y-APLICAR.
               NOT AT END ADD 1 TO w-ctl-leidos.

       120-GUARDAR-CONTEO.
           IF con-tex-sucursal = SPACES
               MOVE w-suc-central TO w-con-suc
           ELSE
               IF con-tex-sucursal IS NUMERIC
                   MOVE con-tex-sucursal-num TO w-con-suc
               ELSE
                   MOVE ZERO TO w-con-suc
               END-IF
           END-IF.
           IF con-tex-articulo = SPACES
              OR con-tex-cantidad IS NOT NUMERIC
              OR w-con-suc = ZERO
               MOVE con-tex-articulo TO rej-articulo
               MOVE "LINEA DE CONTEO INVALIDA" TO rej-motivo
               WRITE rej-reg
           ELSE
               MOVE con-tex-articulo TO w-con-buscar
               MOVE w-con-suc TO w-con-buscar-suc
               PERFORM 130-BUSCAR-EN-TABLA
               IF w-con-hallado = "s"
                   MOVE con-tex-articulo TO rej-articulo
                       ADD 1 TO w-conteo-cant
                       MOVE con-tex-articulo
                           TO w-con-articulo(w-conteo-cant)
                       MOVE w-con-suc
                           TO w-con-sucursal(w-conteo-cant)
                       MOVE con-tex-cantidad-num
                           TO w-con-cantidad(w-conteo-cant)
                       MOVE "n" TO w-con-en-stock(w-conteo-cant)

       140-BUSCAR-UNO.
           IF w-con-articulo(w-con-idx) = w-con-buscar
              AND w-con-sucursal(w-con-idx) = w-con-buscar-suc
               MOVE "s" TO w-con-hallado
               SET w-con-pos TO w-con-idx
           END-IF.
               MOVE w-fs-articulo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLASABC.
           IF w-fs-clasabc = "00" OR w-fs-clasabc = "05"
               MOVE "s" TO w-clasabc-abierta
           END-IF.
           OPEN INPUT STOCKSUC.
           IF w-fs-stocksuc = "00" OR w-fs-stocksuc = "05"
               MOVE "s" TO w-stocksuc-abierta
           END-IF.
           PERFORM 210-LEER-STOCK.
           PERFORM UNTIL fin-stock
               PERFORM 220-COMPARAR-ARTICULO
           CLOSE STOCK.
           CLOSE ARTICULO.
           CLOSE CONTRECHAZO.
           IF w-clasabc-abierta = "s"
               CLOSE CLASABC
               MOVE "n" TO w-clasabc-abierta
           END-IF.
           IF w-stocksuc-abierta = "s"
               CLOSE STOCKSUC
               MOVE "n" TO w-stocksuc-abierta
           END-IF.
           IF w-cant-fuera-ciclo > ZERO
               DISPLAY "SIN CONTEO FUERA DE CICLO (NO LISTADOS): "
                       w-cant-fuera-ciclo
           END-IF.

       210-LEER-STOCK.
           READ STOCK NEXT AT END MOVE 1 TO w-flag-stk.

      * articulo contado: diferencia contra la existencia de cada
      * sucursal donde se conto; articulo con stock en libros y sin
      * conteo en ninguna sucursal: tambien sale en el reporte,
      * marcado, porque es faltante de conteo o mercaderia fantasma,
      * salvo que por su clase ABC todavia no le toque contarse
       220-COMPARAR-ARTICULO.
           MOVE "n" TO w-con-hallado.
           IF w-conteo-cant > ZERO
               PERFORM 222-COMPARAR-SUCURSAL
                   VARYING w-con-idx FROM 1 BY 1
                   UNTIL w-con-idx > w-conteo-cant
           END-IF.
           IF w-con-hallado = "n"
               IF stk-existencia NOT = ZERO
                   PERFORM 225-VERIFICAR-CICLO
                   IF w-en-ciclo = "s"
                       COMPUTE w-diferencia = ZERO - stk-existencia
                       MOVE ZERO TO inv-sucursal
                       MOVE stk-existencia TO inv-libro
                       MOVE ZERO TO inv-contado
                       MOVE "SIN CONTEO" TO inv-marca
                       PERFORM 230-RELEASE-VARIACION
                   ELSE
                       ADD 1 TO w-cant-fuera-ciclo
                   END-IF
               END-IF
           END-IF.

       222-COMPARAR-SUCURSAL.
           IF w-con-articulo(w-con-idx) = stk-articulo
               MOVE "s" TO w-con-hallado
               MOVE "s" TO w-con-en-stock(w-con-idx)
               PERFORM 223-LEER-LIBRO-SUCURSAL
               COMPUTE w-diferencia =
                   w-con-cantidad(w-con-idx) - w-libro-suc
               IF w-diferencia NOT = ZERO
                   MOVE w-con-sucursal(w-con-idx) TO inv-sucursal
                   MOVE w-libro-suc TO inv-libro
                   MOVE w-con-cantidad(w-con-idx) TO inv-contado
                   MOVE "CONTADO" TO inv-marca
                   PERFORM 230-RELEASE-VARIACION
               END-IF
           END-IF.

      * sucursal sin registro en stocksuc: en libros no tiene nada
       223-LEER-LIBRO-SUCURSAL.
           MOVE ZERO TO w-libro-suc.
           IF w-stocksuc-abierta = "s"
               MOVE stk-articulo TO sts-articulo
               MOVE w-con-sucursal(w-con-idx) TO sts-sucursal
               READ STOCKSUC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sts-existencia TO w-libro-suc
               END-READ
           END-IF.

       225-VERIFICAR-CICLO.
           MOVE "s" TO w-en-ciclo.
           IF w-clasabc-abierta = "s"
               MOVE stk-articulo TO abc-articulo
               READ CLASABC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF abc-fecha-conteo NOT = ZERO
                           PERFORM 226-CALCULAR-VENCIMIENTO
                       END-IF
               END-READ
           END-IF.

       226-CALCULAR-VENCIMIENTO.
           EVALUATE abc-clase
               WHEN "A" MOVE 30 TO w-frecuencia
               WHEN "B" MOVE 90 TO w-frecuencia
               WHEN OTHER MOVE 365 TO w-frecuencia
           END-EVALUATE.
           COMPUTE w-dias-conteo =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy) -
               FUNCTION INTEGER-OF-DATE(abc-fecha-conteo).
           IF w-dias-conteo < w-frecuencia
               MOVE "n" TO w-en-ciclo
           END-IF.

       230-RELEASE-VARIACION.

       520-IMPRIMIR-VARIACION.
           MOVE inv-articulo TO l-art.
           MOVE inv-sucursal TO l-suc.
           MOVE inv-libro TO l-libro.
           MOVE inv-contado TO l-contado.
           MOVE inv-diferencia TO l-diferencia.
               MOVE w-fs-stock TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O STOCKSUC.
           IF w-fs-stocksuc NOT = "00"
              AND w-fs-stocksuc NOT = "05"
               OPEN OUTPUT STOCKSUC
               CLOSE STOCKSUC
               OPEN I-O STOCKSUC
               IF w-fs-stocksuc NOT = "00"
                   MOVE "STOCKSUC" TO w-abend-archivo
                   MOVE w-fs-stocksuc TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           OPEN EXTEND INVAUD.
           IF w-aud-status NOT = "00"
               OPEN OUTPUT INVAUD
           END-IF.
           OPEN I-O CLASABC.
           IF w-fs-clasabc = "00" OR w-fs-clasabc = "05"
               MOVE "s" TO w-clasabc-abierta
           END-IF.
           IF w-conteo-cant > ZERO
               PERFORM 720-APLICAR-UNO
                   VARYING w-con-idx FROM 1 BY 1
                   UNTIL w-con-idx > w-conteo-cant
           END-IF.
           CLOSE STOCK.
           CLOSE STOCKSUC.
           CLOSE INVAUD.
           IF w-clasabc-abierta = "s"
               CLOSE CLASABC
           END-IF.
           DISPLAY "ARTICULOS ACTUALIZADOS POR CONTEO: "
                   w-cant-aplicados.

           MOVE w-fecha-hoy TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE stk-articulo TO aud-articulo.
           MOVE w-con-sucursal(w-con-idx) TO aud-sucursal.
           PERFORM 735-AJUSTAR-SUCURSAL.
           ADD aud-diferencia TO stk-existencia.
           REWRITE stk-reg.
           PERFORM 737-MARCAR-CONTEO.
           WRITE aud-reg.
           ADD 1 TO w-cant-aplicados.

      * la sucursal queda con lo contado; la diferencia contra su
      * existencia anterior es lo que se mueve en el total
       735-AJUSTAR-SUCURSAL.
           MOVE stk-articulo TO sts-articulo.
           MOVE w-con-sucursal(w-con-idx) TO sts-sucursal.
           READ STOCKSUC
               INVALID KEY
                   MOVE ZERO TO sts-existencia
                   MOVE ZERO TO sts-transito
                   MOVE ZERO TO sts-minimo
                   MOVE ZERO TO sts-punto-pedido
                   WRITE sts-reg
           END-READ.
           MOVE sts-existencia TO aud-libro.
           MOVE w-con-cantidad(w-con-idx) TO aud-contado.
           COMPUTE aud-diferencia =
               w-con-cantidad(w-con-idx) - sts-existencia.
           MOVE w-con-cantidad(w-con-idx) TO sts-existencia.
           REWRITE sts-reg.

       737-MARCAR-CONTEO.
           IF w-clasabc-abierta = "s"
               MOVE stk-articulo TO abc-articulo
               READ CLASABC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE w-fecha-hoy TO abc-fecha-conteo
                       REWRITE abc-reg
               END-READ
           END-IF.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
           ACCEPT w-ctl-hora-ini FROM TIME.
