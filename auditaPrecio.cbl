                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pre-llave
           FILE STATUS IS w-fs-precios.
           SELECT OPTIONAL CAMPANA ASSIGN TO "..\campana.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS cam-codigo
           FILE STATUS IS w-fs-campana.
           SELECT OPTIONAL CAMPANAALC ASSIGN TO "..\campanaalc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cal-llave
           FILE STATUS IS w-fs-campanaalc.
           SELECT OPTIONAL RUBROS ASSIGN TO "..\rubros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS rub-articulo
           FILE STATUS IS w-fs-rubros.
           SELECT OPTIONAL MOVART ASSIGN TO "..\movart.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movart.
           SELECT SUC-WORK ASSIGN TO "suctmp.tmp".
           SELECT BAJOLISTA ASSIGN TO "..\bajolista.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-bajolista.
           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
       FD  FACTURAS.
       01  fac-reg.
           03 fac-llave.
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  PRECIOS.
       01  pre-reg.
           03 pre-llave.
              05 pre-articulo pic x(8).
              05 pre-fecha-desde pic 9(8).
           03 pre-precio pic 9(10)V99.
       FD  CAMPANA.
       01  cam-reg.
           03 cam-codigo pic x(8).
           03 cam-descripcion pic x(30).
           03 cam-alcance pic x.
           03 cam-objeto pic x(15).
           03 cam-modalidad pic x.
           03 cam-descuento pic 9(2)V99.
           03 cam-precio pic 9(10)V99.
           03 cam-desde pic 9(8).
           03 cam-hasta pic 9(8).
           03 cam-por-cliente pic x.
           03 cam-por-sucursal pic x.
       FD  CAMPANAALC.
       01  cal-reg.
           03 cal-llave.
              05 cal-codigo pic x(8).
              05 cal-tipo pic x.
              05 cal-valor pic 9(6).
       FD  RUBROS.
       01  rub-reg.
           03 rub-articulo pic x(8).
           03 rub-rubro pic x(15).
       FD  MOVART.
       01  mov-reg.
           03 mov-tipo pic x.
           03 mov-vend pic 9(3).
           03 mov-cliente pic 9(6).
           03 mov-factura pic 9(12).
           03 mov-sucursal pic 9(2).
       SD  SUC-WORK.
       01  scw-rec.
           03 scw-factura pic 9(12).
           03 scw-sucursal pic 9(2).
       FD  BAJOLISTA.
       01  baj-reg.
           03 baj-vend pic 9(3).
       01  w-fs-facturas pic xx.
       01  w-fs-precios pic xx.
       01  w-fs-bajolista pic xx.
       01  w-fs-campana pic xx.
       01  w-fs-campanaalc pic xx.
       01  w-fs-rubros pic xx.
       01  w-fs-movart pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "AUDITAPRECIO".
       01  w-ctl-fecha pic 9(8).
       01  w-diferencia pic s9(10)V99.
       01  w-cant-bajolista pic 9(6) value zero.
       01  w-suma-diferencia pic s9(12)V99 value zero.
      * campanas de precios cargadas con camAIndex: una venta bajo
      * lista que entra en una campana vigente a la fecha de la
      * factura no es un desvio mientras no baje del precio de la
      * campana
       01  w-tabla-cam.
           03 w-cam-item OCCURS 200 TIMES.
              05 w-cam-codigo pic x(8).
              05 w-cam-alcance pic x.
              05 w-cam-objeto pic x(15).
              05 w-cam-modalidad pic x.
              05 w-cam-descuento pic 9(2)V99.
              05 w-cam-precio pic 9(10)V99.
              05 w-cam-desde pic 9(8).
              05 w-cam-hasta pic 9(8).
              05 w-cam-por-cliente pic x.
              05 w-cam-por-sucursal pic x.
       01  w-cant-cam pic 9(3) value zero.
       01  w-idx-cam pic 9(3).
       01  w-flag-cam pic 9.
           88 fin-campana value 1.
       01  w-hay-sucursal pic x value "n".
       01  w-cam-aplica pic x.
       01  w-camp-codigo pic x(8).
       01  w-camp-total pic 9(10)V99.
       01  w-camp-linea pic 9(10)V99.
       01  w-cant-campana pic 9(6) value zero.
       01  w-rubro-buscado pic x.
       01  w-rubro-linea pic x(15).
      * movdetalle no trae la sucursal: se toma de movart.txt, que
      * sigue en su lugar hasta el archivado de la corrida, solo si
      * alguna campana se limita a ciertas sucursales
       01  w-tabla-suc.
           03 w-suc-item OCCURS 30000 TIMES.
              05 w-suc-factura pic 9(12).
              05 w-suc-sucursal pic 9(2).
       01  w-cant-suc pic 9(5) value zero.
       01  w-suc-fuera pic 9(6) value zero.
       01  w-suc-lo pic 9(5).
       01  w-suc-hi pic 9(5).
       01  w-suc-med pic 9(5).
       01  w-suc-buscada pic x.
       01  w-suc-hallada pic x.
       01  w-sucursal-linea pic 9(2).
      * sin sucursal en movart la venta queda en la casa central
       01  w-suc-central pic 9(2) value 1.
       01  w-flag-mov pic 9.
           88 fin-movart value 1.
       01  w-flag-sort pic 9.
           88 fin-sort value 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
               MOVE w-fs-precios TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 150-CARGAR-CAMPANAS.
           OPEN INPUT CAMPANAALC.
           IF w-fs-campanaalc NOT = "00"
              AND w-fs-campanaalc NOT = "05"
               MOVE "CAMPANAALC" TO w-abend-archivo
               MOVE w-fs-campanaalc TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT RUBROS.
           IF w-fs-rubros NOT = "00"
              AND w-fs-rubros NOT = "05"
               MOVE "RUBROS" TO w-abend-archivo
               MOVE w-fs-rubros TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           IF w-hay-sucursal = "s"
               PERFORM 160-SUCURSAL-POR-FACTURA
           END-IF.
           OPEN OUTPUT BAJOLISTA.
           IF w-fs-bajolista NOT = "00"
              AND w-fs-bajolista NOT = "05"
               MOVE w-fs-bajolista TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
       150-CARGAR-CAMPANAS.
           OPEN INPUT CAMPANA.
           IF w-fs-campana NOT = "00"
              AND w-fs-campana NOT = "05"
               MOVE "CAMPANA" TO w-abend-archivo
               MOVE w-fs-campana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-cam.
           PERFORM 155-LEER-CAMPANA UNTIL fin-campana.
           CLOSE CAMPANA.
       155-LEER-CAMPANA.
           READ CAMPANA NEXT
               AT END MOVE 1 TO w-flag-cam
               NOT AT END
                   IF w-cant-cam < 200
                       ADD 1 TO w-cant-cam
                       MOVE cam-codigo TO w-cam-codigo(w-cant-cam)
                       MOVE cam-alcance TO w-cam-alcance(w-cant-cam)
                       MOVE cam-objeto TO w-cam-objeto(w-cant-cam)
                       MOVE cam-modalidad
                           TO w-cam-modalidad(w-cant-cam)
                       MOVE cam-descuento
                           TO w-cam-descuento(w-cant-cam)
                       MOVE cam-precio TO w-cam-precio(w-cant-cam)
                       MOVE cam-desde TO w-cam-desde(w-cant-cam)
                       MOVE cam-hasta TO w-cam-hasta(w-cant-cam)
                       MOVE cam-por-cliente
                           TO w-cam-por-cliente(w-cant-cam)
                       MOVE cam-por-sucursal
                           TO w-cam-por-sucursal(w-cant-cam)
                       IF cam-por-sucursal = "s"
                           MOVE "s" TO w-hay-sucursal
                       END-IF
                   ELSE
                       DISPLAY "TABLA DE CAMPANAS LLENA - NO SE TOMA "
                               cam-codigo
                   END-IF
           END-READ.
       160-SUCURSAL-POR-FACTURA.
           SORT SUC-WORK
               ON ASCENDING KEY scw-factura
               INPUT PROCEDURE IS 170-CARGAR-MOVART
               OUTPUT PROCEDURE IS 180-TABULAR-SUCURSAL.
           IF w-suc-fuera > ZERO
               DISPLAY "FACTURAS FUERA DE LA TABLA DE SUCURSALES (A "
                       "CASA CENTRAL): " w-suc-fuera
           END-IF.
       170-CARGAR-MOVART.
           OPEN INPUT MOVART.
           IF w-fs-movart NOT = "00"
              AND w-fs-movart NOT = "05"
               MOVE "MOVART" TO w-abend-archivo
               MOVE w-fs-movart TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-mov.
           PERFORM 175-LEER-MOVART UNTIL fin-movart.
           CLOSE MOVART.
       175-LEER-MOVART.
           READ MOVART
               AT END MOVE 1 TO w-flag-mov
               NOT AT END
                   IF mov-tipo NOT = "H" AND mov-tipo NOT = "T"
                       MOVE mov-factura TO scw-factura
                       MOVE mov-sucursal TO scw-sucursal
                       RELEASE scw-rec
                   END-IF
           END-READ.
       180-TABULAR-SUCURSAL.
           MOVE ZERO TO w-flag-sort.
           PERFORM 185-RETURN-SUCURSAL.
           PERFORM 190-TABULAR-FACTURA UNTIL fin-sort.
       185-RETURN-SUCURSAL.
           RETURN SUC-WORK AT END MOVE 1 TO w-flag-sort.
       190-TABULAR-FACTURA.
           IF w-cant-suc = ZERO
              OR scw-factura NOT = w-suc-factura(w-cant-suc)
               IF w-cant-suc < 30000
                   ADD 1 TO w-cant-suc
                   MOVE scw-factura TO w-suc-factura(w-cant-suc)
                   MOVE scw-sucursal TO w-suc-sucursal(w-cant-suc)
               ELSE
                   ADD 1 TO w-suc-fuera
               END-IF
           END-IF.
           PERFORM 185-RETURN-SUCURSAL.
       200-LEER-MOVDETALLE.
           READ MOVDETALLE AT END MOVE 1 TO w-flag-det
               NOT AT END ADD 1 TO w-ctl-leidos.
               COMPUTE w-lista-total =
                   mdet-cantid * w-lista-vigente
               IF mdet-precio < w-lista-total
                   PERFORM 340-BUSCAR-CAMPANA
                   IF w-camp-codigo = SPACES
                       PERFORM 330-REPORTAR-BAJO-LISTA
                   ELSE
                       IF mdet-precio < w-camp-total
                           MOVE w-camp-total TO w-lista-total
                           PERFORM 330-REPORTAR-BAJO-LISTA
                       ELSE
                           ADD 1 TO w-cant-campana
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * misma resolucion de vigencia que el costo historico: el ultimo
           WRITE baj-reg.
           ADD 1 TO w-cant-bajolista.
           ADD w-diferencia TO w-suma-diferencia.
      * de las campanas que alcanzan la linea vale la de menor precio;
      * bajo ese precio la venta se informa contra el de la campana
       340-BUSCAR-CAMPANA.
           MOVE SPACES TO w-camp-codigo.
           MOVE ZERO TO w-camp-total.
           MOVE "n" TO w-rubro-buscado.
           MOVE "n" TO w-suc-buscada.
           PERFORM 345-COMPARAR-CAMPANA
               VARYING w-idx-cam FROM 1 BY 1
               UNTIL w-idx-cam > w-cant-cam.
       345-COMPARAR-CAMPANA.
           MOVE "s" TO w-cam-aplica.
           IF fecha-factura < w-cam-desde(w-idx-cam)
              OR fecha-factura > w-cam-hasta(w-idx-cam)
               MOVE "n" TO w-cam-aplica
           END-IF.
           IF w-cam-aplica = "s" AND w-cam-alcance(w-idx-cam) = "A"
              AND w-cam-objeto(w-idx-cam) NOT = mdet-articulo
               MOVE "n" TO w-cam-aplica
           END-IF.
           IF w-cam-aplica = "s" AND w-cam-alcance(w-idx-cam) = "R"
               PERFORM 350-RUBRO-LINEA
               IF w-rubro-linea NOT = w-cam-objeto(w-idx-cam)
                   MOVE "n" TO w-cam-aplica
               END-IF
           END-IF.
           IF w-cam-aplica = "s"
              AND w-cam-por-cliente(w-idx-cam) = "s"
               MOVE w-cam-codigo(w-idx-cam) TO cal-codigo
               MOVE "C" TO cal-tipo
               MOVE mdet-cliente TO cal-valor
               READ CAMPANAALC
                   INVALID KEY MOVE "n" TO w-cam-aplica
               END-READ
           END-IF.
           IF w-cam-aplica = "s"
              AND w-cam-por-sucursal(w-idx-cam) = "s"
               PERFORM 360-SUCURSAL-LINEA
               MOVE w-cam-codigo(w-idx-cam) TO cal-codigo
               MOVE "S" TO cal-tipo
               MOVE w-sucursal-linea TO cal-valor
               READ CAMPANAALC
                   INVALID KEY MOVE "n" TO w-cam-aplica
               END-READ
           END-IF.
           IF w-cam-aplica = "s"
               IF w-cam-modalidad(w-idx-cam) = "D"
                   COMPUTE w-camp-linea ROUNDED = w-lista-total
                       * (100 - w-cam-descuento(w-idx-cam)) / 100
               ELSE
                   COMPUTE w-camp-linea =
                       mdet-cantid * w-cam-precio(w-idx-cam)
               END-IF
               IF w-camp-codigo = SPACES
                  OR w-camp-linea < w-camp-total
                   MOVE w-cam-codigo(w-idx-cam) TO w-camp-codigo
                   MOVE w-camp-linea TO w-camp-total
               END-IF
           END-IF.
       350-RUBRO-LINEA.
           IF w-rubro-buscado = "n"
               MOVE "s" TO w-rubro-buscado
               MOVE SPACES TO w-rubro-linea
               MOVE mdet-articulo TO rub-articulo
               READ RUBROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE rub-rubro TO w-rubro-linea
               END-READ
           END-IF.
       360-SUCURSAL-LINEA.
           IF w-suc-buscada = "n"
               MOVE "s" TO w-suc-buscada
               MOVE w-suc-central TO w-sucursal-linea
               MOVE "n" TO w-suc-hallada
               MOVE 1 TO w-suc-lo
               MOVE w-cant-suc TO w-suc-hi
               PERFORM 365-PARTIR-TABLA
                   UNTIL w-suc-lo > w-suc-hi OR w-suc-hallada = "s"
           END-IF.
      * busqueda binaria: la tabla quedo ordenada por factura
       365-PARTIR-TABLA.
           COMPUTE w-suc-med = (w-suc-lo + w-suc-hi) / 2.
           EVALUATE TRUE
               WHEN w-suc-factura(w-suc-med) = mdet-factura
                   MOVE "s" TO w-suc-hallada
                   IF w-suc-sucursal(w-suc-med) > ZERO
                       MOVE w-suc-sucursal(w-suc-med)
                           TO w-sucursal-linea
                   END-IF
               WHEN w-suc-factura(w-suc-med) < mdet-factura
                   COMPUTE w-suc-lo = w-suc-med + 1
               WHEN OTHER
                   COMPUTE w-suc-hi = w-suc-med - 1
           END-EVALUATE.
       400-FIN.
           MOVE w-cant-bajolista TO w-ctl-escritos.
           DISPLAY "LINEAS VENDIDAS BAJO LISTA: " w-cant-bajolista
                   " DIFERENCIA: " w-suma-diferencia.
           DISPLAY "LINEAS BAJO LISTA ACEPTADAS POR CAMPANA: "
                   w-cant-campana.
           CLOSE MOVDETALLE.
           CLOSE FACTURAS.
           CLOSE PRECIOS.
           CLOSE CAMPANAALC.
           CLOSE RUBROS.
           CLOSE BAJOLISTA.

       9000-INICIAR-CONTROL.
