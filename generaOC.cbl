                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-articulo WITH DUPLICATES
           FILE STATUS IS w-fs-ocabierta.
           SELECT OPTIONAL COSTOHIST ASSIGN TO "..\costohist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cth-llave
           FILE STATUS IS w-fs-costohist.
           SELECT OPTIONAL NUMOC ASSIGN TO "..\numoc.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-numoc.
           SELECT OPTIONAL TRANSFSUG ASSIGN TO "..\transfsug.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-transfsug.
           SELECT TRANSFERENCIAS ASSIGN TO "..\transferencias.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-transferencias.
           SELECT OC-WORK ASSIGN TO "octmp.tmp".
           SELECT ORDENES ASSIGN TO "..\ordenescompra.txt"
           ORGANIZATION LINE SEQUENTIAL
           03 repd-punto pic 9(7).
           03 repd-vendido pic s9(7).
           03 repd-pendiente pic 9(7).
           03 repd-faltante-suc pic 9(7).
           03 repd-transferido pic 9(7).
       FD  TRANSFSUG.
       01  sug-reg.
           03 sug-articulo pic x(8).
           03 sug-origen pic 9(2).
           03 sug-destino pic 9(2).
           03 sug-cantidad pic 9(7).
       FD  TRANSFERENCIAS.
       01  trs-linea pic x(80).
       FD  PROVEEDOR.
       01  prv-reg.
           03 prv-articulo pic x(8).
           03 prv-nombre pic x(30).
           03 prv-leadtime pic 9(3).
           03 prv-min-orden pic 9(7).
           03 prv-canal pic x.
           03 prv-email pic x(50).
       FD  OCABIERTA.
       01  oc-reg.
           03 oc-llave.
           03 oc-fecha-emision pic 9(8).
           03 oc-fecha-esperada pic 9(8).
           03 oc-estado pic x.
           03 oc-precio pic 9(10)V99.
       FD  COSTOHIST.
       01  cth-reg.
           03 cth-llave.
              05 cth-articulo pic x(8).
              05 cth-fecha-desde pic 9(8).
           03 cth-costo pic 9(10)V99.
       FD  NUMOC.
       01  num-reg.
           03 num-ultimo pic 9(8).
           03 ocw-nombre pic x(30).
           03 ocw-leadtime pic 9(3).
       FD  ORDENES.
       01  ord-linea pic x(100).
       FD  OCRECHAZO.
       01  rej-reg.
           03 rej-articulo pic x(8).
       01  w-fs-proveedor pic xx.
       01  w-fs-ocabierta pic xx.
       01  w-fs-numoc pic xx.
       01  w-fs-costohist pic xx.
       01  w-costohist-abierto pic x value "n".
       01  w-flag-cth pic 9.
       01  w-costo-vigente pic 9(10)V99.
       01  w-fs-ordenes pic xx.
       01  w-fs-transfsug pic xx.
       01  w-fs-transferencias pic xx.
       01  w-flag-sug pic 9 value zero.
           88 fin-sug value 1.
       01  w-cant-transf pic 9(5) value zero.
       01  w-fs-ocrechazo pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "GENERAOC".
           03 l-cantidad pic zzzzzz9.
           03 filler pic x(17) value "  ENTREGA ESTIM.:".
           03 l-esperada pic 9999/99/99.
           03 filler pic x(10) value "  PRECIO: ".
           03 l-precio pic z.zzz.zzz.zz9,99.
       01  lin-trf-titulo.
           03 filler pic x(42) value
              "TRANSFERENCIAS ENTRE SUCURSALES PROPUESTAS".
       01  lin-trf-cabecera.
           03 filler pic x(8) value "ARTICULO".
           03 filler pic x(4) value spaces.
           03 filler pic x(6) value "ORIGEN".
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "DESTINO".
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "CANTIDAD".
       01  lin-trf-detalle.
           03 l-trf-art pic x(8).
           03 filler pic x(8) value spaces.
           03 l-trf-origen pic 99.
           03 filler pic x(9) value spaces.
           03 l-trf-destino pic 99.
           03 filler pic x(4) value spaces.
           03 l-trf-cantidad pic zzzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-dias-hoy =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           PERFORM 050-EMITIR-TRANSFERENCIAS.
           SORT OC-WORK
               ON ASCENDING KEY ocw-proveedor ocw-articulo
               INPUT PROCEDURE IS 100-ARMAR-PEDIDOS
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * las transferencias entre sucursales que propuso el control de
      * stock salen antes que las ordenes: al proveedor solo se le
      * pide lo que las otras sucursales no pueden cubrir
       050-EMITIR-TRANSFERENCIAS.
           OPEN OUTPUT TRANSFERENCIAS.
           IF w-fs-transferencias NOT = "00"
              AND w-fs-transferencias NOT = "05"
               MOVE "TRANSFERENCIAS" TO w-abend-archivo
               MOVE w-fs-transferencias TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE lin-trf-titulo TO trs-linea.
           WRITE trs-linea.
           MOVE lin-guarda TO trs-linea.
           WRITE trs-linea.
           MOVE lin-trf-cabecera TO trs-linea.
           WRITE trs-linea.
           OPEN INPUT TRANSFSUG.
           IF w-fs-transfsug = "00"
               PERFORM 060-LEER-TRANSFSUG
               PERFORM UNTIL fin-sug
                   PERFORM 070-ESCRIBIR-TRANSFERENCIA
                   PERFORM 060-LEER-TRANSFSUG
               END-PERFORM
           END-IF.
           CLOSE TRANSFSUG.
           MOVE lin-guarda TO trs-linea.
           WRITE trs-linea.
           CLOSE TRANSFERENCIAS.
           DISPLAY "TRANSFERENCIAS PROPUESTAS: " w-cant-transf.

       060-LEER-TRANSFSUG.
           READ TRANSFSUG AT END MOVE 1 TO w-flag-sug.

       070-ESCRIBIR-TRANSFERENCIA.
           MOVE sug-articulo TO l-trf-art.
           MOVE sug-origen TO l-trf-origen.
           MOVE sug-destino TO l-trf-destino.
           MOVE sug-cantidad TO l-trf-cantidad.
           MOVE lin-trf-detalle TO trs-linea.
           WRITE trs-linea.
           ADD 1 TO w-cant-transf.

       100-ARMAR-PEDIDOS.
           OPEN INPUT REPODET.
           IF w-fs-repodet NOT = "00"

      * se pide hasta recuperar el punto de pedido descontando lo que
      * ya esta en camino; si da menos que el minimo del proveedor se
      * pide el minimo. Si las sucursales necesitan mas de lo que
      * pueden cederse entre ellas, se pide al menos ese faltante
       300-PROCESO-REPOSICION.
           MOVE repd-articulo TO prv-articulo.
           READ PROVEEDOR
                   PERFORM 310-RECHAZAR-SIN-PROVEEDOR
               NOT INVALID KEY
                   COMPUTE w-cant-pedir = repd-punto
                           - repd-existencia
                   IF repd-faltante-suc > w-cant-pedir
                       MOVE repd-faltante-suc TO w-cant-pedir
                   END-IF
                   SUBTRACT repd-pendiente FROM w-cant-pedir
                   IF w-cant-pedir > ZERO
                       IF w-cant-pedir < prv-min-orden
                           MOVE prv-min-orden TO w-cant-pedir
       500-EMITIR-ORDENES.
           PERFORM 505-ABRIR-OCABIERTA.
           PERFORM 506-LEER-NUMERADOR.
           OPEN INPUT COSTOHIST.
           IF w-fs-costohist = "00" OR w-fs-costohist = "05"
               MOVE "s" TO w-costohist-abierto
           END-IF.
           OPEN OUTPUT ORDENES.
           IF w-fs-ordenes NOT = "00"
              AND w-fs-ordenes NOT = "05"
           DISPLAY "ORDENES DE COMPRA EMITIDAS: " w-cant-ordenes.
           CLOSE OCABIERTA.
           CLOSE ORDENES.
           IF w-costohist-abierto = "s"
               CLOSE COSTOHIST
           END-IF.

       505-ABRIR-OCABIERTA.
           OPEN I-O OCABIERTA.

       540-ESCRIBIR-RENGLON.
           COMPUTE w-dias-esperada = w-dias-hoy + ocw-leadtime.
           PERFORM 545-BUSCAR-COSTO-VIGENTE.
           MOVE ocw-articulo TO l-art.
           MOVE ocw-cantidad TO l-cantidad.
           MOVE w-costo-vigente TO l-precio.
           COMPUTE l-esperada =
               FUNCTION DATE-OF-INTEGER(w-dias-esperada).
           MOVE lin-detalle TO ord-linea.
           COMPUTE oc-fecha-esperada =
               FUNCTION DATE-OF-INTEGER(w-dias-esperada).
           MOVE "A" TO oc-estado.
           MOVE w-costo-vigente TO oc-precio.
           WRITE oc-reg
               INVALID KEY
                   DISPLAY "ORDEN " oc-numero " ARTICULO "
               NOT INVALID KEY CONTINUE
           END-WRITE.

      * la orden sale al ultimo costo de compra vigente del articulo;
      * el precio real lo trae despues la recepcion en movstock.txt
       545-BUSCAR-COSTO-VIGENTE.
           MOVE ZERO TO w-costo-vigente.
           IF w-costohist-abierto = "s"
               MOVE ocw-articulo TO cth-articulo
               MOVE ZERO TO cth-fecha-desde
               MOVE ZERO TO w-flag-cth
               START COSTOHIST KEY IS >= cth-llave
                   INVALID KEY MOVE 1 TO w-flag-cth
                   NOT INVALID KEY CONTINUE
               END-START
               PERFORM 546-LEER-COSTOHIST UNTIL w-flag-cth = 1
           END-IF.

       546-LEER-COSTOHIST.
           READ COSTOHIST NEXT
               AT END MOVE 1 TO w-flag-cth
               NOT AT END
                   IF cth-articulo = ocw-articulo
                      AND cth-fecha-desde <= w-fecha-hoy
                       MOVE cth-costo TO w-costo-vigente
                   ELSE
                       MOVE 1 TO w-flag-cth
                   END-IF
           END-READ.

       600-CERRAR-ORDEN.
           MOVE lin-guarda TO ord-linea.
           WRITE ord-linea.
