                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.
           SELECT STOCKSUC ASSIGN TO "..\stocksuc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sts-llave
           FILE STATUS IS w-fs-stocksuc.
           SELECT TRANSFER ASSIGN TO "..\transfer.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS trf-llave
           FILE STATUS IS w-fs-transfer.
           SELECT OPTIONAL SUCURSALES ASSIGN TO "..\sucursales.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-suc-status.
           SELECT OPTIONAL OCABIERTA ASSIGN TO "..\ocabierta.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-articulo WITH DUPLICATES
           FILE STATUS IS w-fs-ocabierta.
           SELECT COSTOHIST ASSIGN TO "..\costohist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cth-llave
           FILE STATUS IS w-fs-costohist.
           SELECT CAMBIOCOSTO ASSIGN TO "..\cambioscosto.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cambiocosto.
           SELECT STOCKAUD ASSIGN TO "..\stockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
              pic 9(7).
           03 mstk-tex-motivo pic x(20).
           03 mstk-tex-operador pic x(8).
           03 mstk-tex-oc pic x(8).
           03 mstk-tex-oc-num REDEFINES mstk-tex-oc pic 9(8).
           03 mstk-tex-precio pic x(12).
           03 mstk-tex-precio-num REDEFINES mstk-tex-precio
                                  pic 9(10)V99.
           03 mstk-tex-sucursal pic x(2).
           03 mstk-tex-sucursal-num REDEFINES mstk-tex-sucursal
                                  pic 9(2).
           03 mstk-tex-suc-destino pic x(2).
           03 mstk-tex-suc-destino-num REDEFINES mstk-tex-suc-destino
                                  pic 9(2).
           03 mstk-tex-transfer pic x(8).
           03 mstk-tex-transfer-num REDEFINES mstk-tex-transfer
                                  pic 9(8).
       FD  STOCK.
       01  stk-reg.
           03 stk-articulo pic x(8).
           03 stk-existencia pic s9(7).
           03 stk-minimo pic 9(7).
           03 stk-punto-pedido pic 9(7).
      * existencia por articulo y sucursal; lo transferido que todavia
      * no llego queda en transito en la sucursal de destino. La suma
      * de existencia y transito de las sucursales es stk-existencia
       FD  STOCKSUC.
       01  sts-reg.
           03 sts-llave.
              05 sts-articulo pic x(8).
              05 sts-sucursal pic 9(2).
           03 sts-existencia pic s9(7).
           03 sts-transito pic s9(7).
           03 sts-minimo pic 9(7).
           03 sts-punto-pedido pic 9(7).
      * transferencias entre sucursales: T en transito, R recibida
       FD  TRANSFER.
       01  trf-reg.
           03 trf-llave.
              05 trf-numero pic 9(8).
              05 trf-articulo pic x(8).
           03 trf-origen pic 9(2).
           03 trf-destino pic 9(2).
           03 trf-cantidad pic 9(7).
           03 trf-fecha-envio pic 9(8).
           03 trf-operador-envio pic x(8).
           03 trf-estado pic x.
           03 trf-fecha-recep pic 9(8).
           03 trf-operador-recep pic x(8).
       FD  SUCURSALES.
       01  suc-reg.
           03 suc-codigo pic 9(2).
           03 suc-nombre pic x(20).
           03 suc-max-vip pic 9(3).
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
       FD  CAMBIOCOSTO.
       01  cco-linea pic x(132).
       FD  STOCKAUD.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-exist-nueva pic s9(7).
           03 aud-motivo pic x(20).
           03 aud-operador pic x(8).
           03 aud-oc-numero pic 9(8).
           03 aud-sucursal pic 9(2).
       FD  MSTKRECHAZO.
       01  rej-reg.
           03 rej-articulo pic x(8).
       01  w-abend-status pic xx.
       01  w-fs-movstock pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-stocksuc pic xx.
       01  w-fs-transfer pic xx.
       01  w-suc-status pic xx.
       01  w-fs-ocabierta pic xx.
       01  w-aud-status pic xx.
       01  w-fs-costohist pic xx.
       01  w-fs-cambiocosto pic xx.
       01  w-fs-mstkrechazo pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "MUEVESTOCK".
       01  w-flag-oc pic 9.
       01  w-resto-oc pic s9(8).
       01  w-cant-aplicados pic 9(6) value zero.
       01  w-porcion-oc pic s9(7).
       01  w-exist-paso pic s9(7).
       01  w-porciones-cant pic 99 value zero.
       01  w-porciones-tab.
           03 w-porcion-item OCCURS 20 TIMES INDEXED BY w-porc-idx.
              05 w-porc-oc pic 9(8).
              05 w-porc-cantidad pic s9(7).
              05 w-porc-precio pic 9(10)V99.
       01  w-flag-cth pic 9.
       01  w-costo-ant pic 9(10)V99.
       01  w-costo-nuevo pic 9(10)V99.
       01  w-valor-recibido pic s9(14)V99.
       01  w-exist-base pic s9(7).
       01  w-sin-precio pic x.
       01  w-variacion pic s9(5)V99.
       01  w-cant-cambios pic 9(6) value zero.
      * la casa central es la sucursal 01: un movimiento sin sucursal
      * se imputa a ella
       01  w-suc-central pic 9(2) value 1.
       01  w-suc-mov pic 9(2).
       01  w-suc-destino pic 9(2).
       01  w-suc-valida pic x.
       01  w-suc-cargadas pic x value "n".
       01  w-flag-suc pic 9.
       01  w-suc-tabla.
           03 w-suc-existe OCCURS 99 TIMES pic x.
       01  w-cant-enviadas pic 9(6) value zero.
       01  w-cant-recibidas pic 9(6) value zero.
       01  lin-cco-titulo.
           03 filler pic x(38) value
              "CAMBIOS DE COSTO POR RECEPCIONES DEL ".
           03 l-cco-fecha pic 9999/99/99.
       01  lin-cco-guarda.
           03 filler pic x(132) value all "-".
       01  lin-cco-cabecera.
           03 filler pic x(9) value "ARTICULO".
           03 filler pic x(9) value "ORDEN".
           03 filler pic x(9) value "CANTIDAD".
           03 filler pic x(17) value "PRECIO UNITARIO".
           03 filler pic x(9) value "EXIST.".
           03 filler pic x(17) value "COSTO ANTERIOR".
           03 filler pic x(17) value "COSTO NUEVO".
           03 filler pic x(9) value "VAR. %".
           03 filler pic x(9) value "OPERADOR".
           03 filler pic x(20) value "MOTIVO".
       01  lin-cco-detalle.
           03 l-cco-art pic x(8).
           03 filler pic x value space.
           03 l-cco-oc pic z(7)9.
           03 filler pic x value space.
           03 l-cco-cant pic zzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-cco-precio pic z.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-cco-exist pic -zzzzzz9.
           03 filler pic x value space.
           03 l-cco-costo-ant pic z.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-cco-costo-nuevo pic z.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 l-cco-variacion pic -zzz9,99.
           03 filler pic x value space.
           03 l-cco-operador pic x(8).
           03 filler pic x value space.
           03 l-cco-motivo pic x(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
               MOVE w-fs-stock TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O STOCKSUC.
           IF w-fs-stocksuc NOT = "00"
               OPEN OUTPUT STOCKSUC
               CLOSE STOCKSUC
               OPEN I-O STOCKSUC
           END-IF.
           IF w-fs-stocksuc NOT = "00"
              AND w-fs-stocksuc NOT = "05"
               MOVE "STOCKSUC" TO w-abend-archivo
               MOVE w-fs-stocksuc TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O TRANSFER.
           IF w-fs-transfer NOT = "00"
               OPEN OUTPUT TRANSFER
               CLOSE TRANSFER
               OPEN I-O TRANSFER
           END-IF.
           IF w-fs-transfer NOT = "00"
              AND w-fs-transfer NOT = "05"
               MOVE "TRANSFER" TO w-abend-archivo
               MOVE w-fs-transfer TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 120-CARGAR-SUCURSALES.
           OPEN I-O OCABIERTA.
           IF w-fs-ocabierta = "00" OR w-fs-ocabierta = "05"
               MOVE "s" TO w-oc-abierta
           END-IF.
           OPEN I-O COSTOHIST.
           IF w-fs-costohist NOT = "00"
               OPEN OUTPUT COSTOHIST
               CLOSE COSTOHIST
               OPEN I-O COSTOHIST
           END-IF.
           IF w-fs-costohist NOT = "00"
              AND w-fs-costohist NOT = "05"
               MOVE "COSTOHIST" TO w-abend-archivo
               MOVE w-fs-costohist TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CAMBIOCOSTO.
           IF w-fs-cambiocosto NOT = "00"
              AND w-fs-cambiocosto NOT = "05"
               MOVE "CAMBIOCOSTO" TO w-abend-archivo
               MOVE w-fs-cambiocosto TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-cco-fecha.
           MOVE lin-cco-titulo TO cco-linea.
           WRITE cco-linea.
           MOVE lin-cco-guarda TO cco-linea.
           WRITE cco-linea.
           MOVE lin-cco-cabecera TO cco-linea.
           WRITE cco-linea.
           MOVE lin-cco-guarda TO cco-linea.
           WRITE cco-linea.
           OPEN EXTEND STOCKAUD.
           IF w-aud-status NOT = "00"
               OPEN OUTPUT STOCKAUD
               MOVE w-fs-mstkrechazo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

      * sin sucursales.txt se acepta cualquier codigo de sucursal
       120-CARGAR-SUCURSALES.
           MOVE ALL "n" TO w-suc-tabla.
           MOVE ZERO TO w-flag-suc.
           OPEN INPUT SUCURSALES.
           IF w-suc-status = "00"
               PERFORM 125-LEER-SUCURSAL
                   UNTIL w-flag-suc = 1
           END-IF.
           CLOSE SUCURSALES.

       125-LEER-SUCURSAL.
           READ SUCURSALES
               AT END MOVE 1 TO w-flag-suc
               NOT AT END
                   IF suc-codigo IS NUMERIC AND suc-codigo > ZERO
                       MOVE "s" TO w-suc-existe(suc-codigo)
                       MOVE "s" TO w-suc-cargadas
                   END-IF
           END-READ.
       200-LEER-ARCH-MOVSTOCK.
           READ MOVSTOCK AT END MOVE 1 TO w-flag-mstk
               NOT AT END ADD 1 TO w-ctl-leidos.
       300-PROCESO.
           IF mstk-tex-tipo NOT = "R" AND mstk-tex-tipo NOT = "D"
              AND mstk-tex-tipo NOT = "A" AND mstk-tex-tipo NOT = "T"
              AND mstk-tex-tipo NOT = "E"
               MOVE "TIPO DE MOVIMIENTO INVALIDO" TO rej-motivo
               PERFORM 330-RECHAZAR-MOVIMIENTO
           ELSE
                       MOVE "MOVIMIENTO SIN OPERADOR" TO rej-motivo
                       PERFORM 330-RECHAZAR-MOVIMIENTO
                   ELSE
                       IF mstk-tex-oc NOT = SPACES
                          AND mstk-tex-oc IS NOT NUMERIC
                           MOVE "NUMERO DE OC INVALIDO" TO rej-motivo
                           PERFORM 330-RECHAZAR-MOVIMIENTO
                       ELSE
                           IF mstk-tex-precio NOT = SPACES
                              AND mstk-tex-precio IS NOT NUMERIC
                               MOVE "PRECIO UNITARIO INVALIDO"
                                   TO rej-motivo
                               PERFORM 330-RECHAZAR-MOVIMIENTO
                           ELSE
                               PERFORM 302-VALIDAR-SUCURSALES
                               IF w-suc-valida = "s"
                                   PERFORM 310-APLICAR-MOVIMIENTO
                               ELSE
                                   PERFORM 330-RECHAZAR-MOVIMIENTO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * la sucursal del movimiento es la que recibe, devuelve o
      * ajusta; en una transferencia (T) es la que envia y la destino
      * la que recibe. La recepcion de la transferencia (E) toma la
      * sucursal de destino de la transferencia si la linea no la trae
       302-VALIDAR-SUCURSALES.
           MOVE "s" TO w-suc-valida.
           MOVE ZERO TO w-suc-destino.
           IF mstk-tex-sucursal = SPACES
               MOVE w-suc-central TO w-suc-mov
               IF mstk-tex-tipo = "T"
                   MOVE "TRANSFERENCIA SIN SUCURSAL" TO rej-motivo
                   MOVE "n" TO w-suc-valida
               END-IF
               IF mstk-tex-tipo = "E"
                   MOVE ZERO TO w-suc-mov
               END-IF
           ELSE
               IF mstk-tex-sucursal IS NOT NUMERIC
                  OR mstk-tex-sucursal-num = ZERO
                   MOVE "SUCURSAL INVALIDA" TO rej-motivo
                   MOVE "n" TO w-suc-valida
               ELSE
                   MOVE mstk-tex-sucursal-num TO w-suc-mov
                   IF w-suc-cargadas = "s"
                      AND w-suc-existe(w-suc-mov) NOT = "s"
                       MOVE "SUCURSAL INEXISTENTE" TO rej-motivo
                       MOVE "n" TO w-suc-valida
                   END-IF
               END-IF
           END-IF.
           IF w-suc-valida = "s" AND mstk-tex-tipo = "T"
               IF mstk-tex-suc-destino IS NOT NUMERIC
                  OR mstk-tex-suc-destino-num = ZERO
                  OR mstk-tex-suc-destino-num = w-suc-mov
                   MOVE "SUCURSAL DESTINO INVALIDA" TO rej-motivo
                   MOVE "n" TO w-suc-valida
               ELSE
                   MOVE mstk-tex-suc-destino-num TO w-suc-destino
                   IF w-suc-cargadas = "s"
                      AND w-suc-existe(w-suc-destino) NOT = "s"
                       MOVE "SUCURSAL DESTINO INEXISTENTE"
                           TO rej-motivo
                       MOVE "n" TO w-suc-valida
                   END-IF
               END-IF
           END-IF.
           IF w-suc-valida = "s"
              AND (mstk-tex-tipo = "T" OR mstk-tex-tipo = "E")
               IF mstk-tex-transfer IS NOT NUMERIC
                  OR mstk-tex-transfer-num = ZERO
                   MOVE "NRO. DE TRANSFERENCIA INVALIDO"
                       TO rej-motivo
                   MOVE "n" TO w-suc-valida
               END-IF
           END-IF.

      * R suma (recepcion), D resta (devolucion al proveedor), A
      * ajusta manualmente segun el signo que trae la linea. T y E
      * mueven mercaderia entre sucursales sin cambiar la existencia
      * total de la empresa
       310-APLICAR-MOVIMIENTO.
           EVALUATE mstk-tex-tipo
               WHEN "R"
                   MOVE mstk-tex-cantidad-num TO w-cantidad
               WHEN "D"
                   COMPUTE w-cantidad = ZERO - mstk-tex-cantidad-num
               WHEN "T"
                   COMPUTE w-cantidad = ZERO - mstk-tex-cantidad-num
               WHEN "E"
                   MOVE mstk-tex-cantidad-num TO w-cantidad
               WHEN OTHER
                   IF mstk-tex-signo = "-"
                       COMPUTE w-cantidad =
                       TO rej-motivo
                   PERFORM 330-RECHAZAR-MOVIMIENTO
               NOT INVALID KEY
                   EVALUATE mstk-tex-tipo
                       WHEN "T"
                           PERFORM 500-ENVIAR-TRANSFERENCIA
                       WHEN "E"
                           PERFORM 520-RECIBIR-TRANSFERENCIA
                       WHEN OTHER
                           PERFORM 320-ACTUALIZAR-EXISTENCIA
                   END-EVALUATE
           END-READ.
       320-ACTUALIZAR-EXISTENCIA.
           MOVE stk-existencia TO w-exist-ant.
           ADD w-cantidad TO stk-existencia.
           REWRITE stk-reg.
           PERFORM 560-LEER-STOCKSUC.
           ADD w-cantidad TO sts-existencia.
           REWRITE sts-reg.
           MOVE ZERO TO w-porciones-cant.
           IF mstk-tex-tipo = "R" AND w-oc-abierta = "s"
               PERFORM 350-DESCONTAR-OC-ABIERTA
           END-IF.
           PERFORM 340-REGISTRAR-AUDITORIA.
           IF mstk-tex-tipo = "R"
               PERFORM 380-RECALCULAR-COSTO
           END-IF.
           ADD 1 TO w-cant-aplicados.
       330-RECHAZAR-MOVIMIENTO.
           MOVE mstk-tex-articulo TO rej-articulo.
           WRITE rej-reg.
      * una recepcion imputada a varias ordenes de compra deja una
      * linea de auditoria por orden, con la existencia encadenada, asi
      * la conciliacion de facturas de proveedor sabe cuanto se recibio
      * de cada orden
       340-REGISTRAR-AUDITORIA.
           IF w-porciones-cant = ZERO
               MOVE w-cantidad TO w-porcion-oc
               MOVE ZERO TO aud-oc-numero
               MOVE w-exist-ant TO w-exist-paso
               PERFORM 345-ESCRIBIR-AUDITORIA
           ELSE
               MOVE w-exist-ant TO w-exist-paso
               PERFORM 342-AUDITAR-PORCION
                   VARYING w-porc-idx FROM 1 BY 1
                   UNTIL w-porc-idx > w-porciones-cant
           END-IF.

       342-AUDITAR-PORCION.
           MOVE w-porc-cantidad(w-porc-idx) TO w-porcion-oc.
           MOVE w-porc-oc(w-porc-idx) TO aud-oc-numero.
           PERFORM 345-ESCRIBIR-AUDITORIA.

       345-ESCRIBIR-AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE mstk-tex-tipo TO aud-tipo.
           MOVE stk-articulo TO aud-articulo.
           MOVE w-porcion-oc TO aud-cantidad.
           MOVE w-exist-paso TO aud-exist-ant.
           ADD w-porcion-oc TO w-exist-paso.
           MOVE w-exist-paso TO aud-exist-nueva.
           MOVE mstk-tex-motivo TO aud-motivo.
           MOVE mstk-tex-operador TO aud-operador.
           MOVE w-suc-mov TO aud-sucursal.
           WRITE aud-reg.
      * una recepcion descuenta lo pendiente de las ordenes de compra
      * abiertas del articulo, para que el reporte de reposicion no lo
      * siga mostrando como mercaderia en camino. si la linea trae el
      * numero de orden se imputa primero a esa; el resto va a las
      * ordenes abiertas del articulo por orden de numero
       350-DESCONTAR-OC-ABIERTA.
           MOVE mstk-tex-cantidad-num TO w-resto-oc.
           IF mstk-tex-oc IS NUMERIC AND mstk-tex-oc-num NOT = ZERO
               MOVE mstk-tex-oc-num TO oc-numero
               MOVE stk-articulo TO oc-articulo
               READ OCABIERTA KEY IS oc-llave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF oc-estado = "A"
                           PERFORM 370-IMPUTAR-OC
                       END-IF
               END-READ
           END-IF.
           MOVE ZERO TO w-flag-oc.
           IF w-resto-oc > ZERO
               MOVE stk-articulo TO oc-articulo
               START OCABIERTA KEY IS = oc-articulo
                   INVALID KEY MOVE 1 TO w-flag-oc
                   NOT INVALID KEY CONTINUE
               END-START
               PERFORM 360-CONSUMIR-UNA-OC
                   UNTIL w-flag-oc = 1 OR w-resto-oc <= ZERO
                      OR w-porciones-cant = 19
           END-IF.
           IF w-resto-oc > ZERO
               ADD 1 TO w-porciones-cant
               MOVE ZERO TO w-porc-oc(w-porciones-cant)
               MOVE w-resto-oc TO w-porc-cantidad(w-porciones-cant)
               MOVE ZERO TO w-porc-precio(w-porciones-cant)
           END-IF.
       360-CONSUMIR-UNA-OC.
           READ OCABIERTA NEXT
               AT END MOVE 1 TO w-flag-oc
                       MOVE 1 TO w-flag-oc
                   ELSE
                       IF oc-estado = "A"
                           PERFORM 370-IMPUTAR-OC
                       END-IF
                   END-IF
           END-READ.
       370-IMPUTAR-OC.
           IF w-resto-oc >= oc-cantidad
               MOVE oc-cantidad TO w-porcion-oc
               SUBTRACT oc-cantidad FROM w-resto-oc
               MOVE "R" TO oc-estado
           ELSE
               MOVE w-resto-oc TO w-porcion-oc
               SUBTRACT w-resto-oc FROM oc-cantidad
               MOVE ZERO TO w-resto-oc
           END-IF.
           REWRITE oc-reg.
           ADD 1 TO w-porciones-cant.
           MOVE oc-numero TO w-porc-oc(w-porciones-cant).
           MOVE w-porcion-oc TO w-porc-cantidad(w-porciones-cant).
           MOVE oc-precio TO w-porc-precio(w-porciones-cant).

      * costo promedio ponderado: la existencia previa valuada al costo
      * vigente mas lo recibido a precio de compra, sobre la existencia
      * nueva. el precio es el de la linea de recepcion o, si no viene,
      * el de la orden de compra imputada. una existencia previa
      * negativa o en cero no pondera: el costo pasa a ser el precio
       380-RECALCULAR-COSTO.
           PERFORM 385-BUSCAR-COSTO-VIGENTE.
           MOVE "n" TO w-sin-precio.
           MOVE ZERO TO w-valor-recibido.
           IF mstk-tex-precio IS NUMERIC
              AND mstk-tex-precio-num > ZERO
               COMPUTE w-valor-recibido =
                   mstk-tex-cantidad-num * mstk-tex-precio-num
           ELSE
               IF w-porciones-cant = ZERO
                   MOVE "s" TO w-sin-precio
               ELSE
                   PERFORM 382-VALORIZAR-PORCION
                       VARYING w-porc-idx FROM 1 BY 1
                       UNTIL w-porc-idx > w-porciones-cant
               END-IF
           END-IF.
           IF w-sin-precio = "s"
               MOVE w-costo-ant TO w-costo-nuevo
               MOVE "RECEPCION SIN PRECIO" TO l-cco-motivo
           ELSE
               MOVE w-exist-ant TO w-exist-base
               IF w-exist-base < ZERO OR w-costo-ant = ZERO
                   MOVE ZERO TO w-exist-base
               END-IF
               COMPUTE w-costo-nuevo ROUNDED =
                   (w-exist-base * w-costo-ant + w-valor-recibido)
                   / (w-exist-base + mstk-tex-cantidad-num)
               MOVE stk-articulo TO cth-articulo
               MOVE w-fecha-hoy TO cth-fecha-desde
               MOVE w-costo-nuevo TO cth-costo
               WRITE cth-reg
                   INVALID KEY REWRITE cth-reg
               END-WRITE
               MOVE mstk-tex-motivo TO l-cco-motivo
               ADD 1 TO w-cant-cambios
           END-IF.
           PERFORM 390-LISTAR-CAMBIO-COSTO.

       382-VALORIZAR-PORCION.
           IF w-porc-precio(w-porc-idx) = ZERO
               MOVE "s" TO w-sin-precio
           ELSE
               COMPUTE w-valor-recibido = w-valor-recibido
                   + w-porc-cantidad(w-porc-idx)
                     * w-porc-precio(w-porc-idx)
           END-IF.

       385-BUSCAR-COSTO-VIGENTE.
           MOVE ZERO TO w-costo-ant.
           MOVE stk-articulo TO cth-articulo.
           MOVE ZERO TO cth-fecha-desde.
           MOVE ZERO TO w-flag-cth.
           START COSTOHIST KEY IS >= cth-llave
               INVALID KEY MOVE 1 TO w-flag-cth
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 386-LEER-COSTOHIST UNTIL w-flag-cth = 1.

       386-LEER-COSTOHIST.
           READ COSTOHIST NEXT
               AT END MOVE 1 TO w-flag-cth
               NOT AT END
                   IF cth-articulo = stk-articulo
                      AND cth-fecha-desde <= w-fecha-hoy
                       MOVE cth-costo TO w-costo-ant
                   ELSE
                       MOVE 1 TO w-flag-cth
                   END-IF
           END-READ.

       390-LISTAR-CAMBIO-COSTO.
           MOVE stk-articulo TO l-cco-art.
           IF mstk-tex-oc IS NUMERIC AND mstk-tex-oc-num NOT = ZERO
               MOVE mstk-tex-oc-num TO l-cco-oc
           ELSE
               IF w-porciones-cant > ZERO
                   MOVE w-porc-oc(1) TO l-cco-oc
               ELSE
                   MOVE ZERO TO l-cco-oc
               END-IF
           END-IF.
           MOVE mstk-tex-cantidad-num TO l-cco-cant.
           IF w-sin-precio = "s"
               MOVE ZERO TO l-cco-precio
           ELSE
               COMPUTE l-cco-precio ROUNDED =
                   w-valor-recibido / mstk-tex-cantidad-num
           END-IF.
           MOVE w-exist-ant TO l-cco-exist.
           MOVE w-costo-ant TO l-cco-costo-ant.
           MOVE w-costo-nuevo TO l-cco-costo-nuevo.
           IF w-costo-ant = ZERO
               MOVE ZERO TO w-variacion
           ELSE
               COMPUTE w-variacion ROUNDED =
                   (w-costo-nuevo - w-costo-ant) * 100 / w-costo-ant
           END-IF.
           MOVE w-variacion TO l-cco-variacion.
           MOVE mstk-tex-operador TO l-cco-operador.
           MOVE lin-cco-detalle TO cco-linea.
           WRITE cco-linea.
       400-FIN.
           MOVE w-cant-aplicados TO w-ctl-escritos.
           DISPLAY "MOVIMIENTOS DE STOCK APLICADOS: "
           END-IF.
           CLOSE STOCKAUD.
           CLOSE MSTKRECHAZO.
           CLOSE COSTOHIST.
           MOVE lin-cco-guarda TO cco-linea.
           WRITE cco-linea.
           DISPLAY "COSTOS RECALCULADOS POR RECEPCION: "
                   w-cant-cambios.
           CLOSE CAMBIOCOSTO.
           DISPLAY "TRANSFERENCIAS ENVIADAS: " w-cant-enviadas
                   "  RECIBIDAS: " w-cant-recibidas.
           CLOSE STOCKSUC.
           CLOSE TRANSFER.

      * la mercaderia sale de la existencia de la sucursal de origen y
      * queda en transito en la de destino hasta que llegue (E)
       500-ENVIAR-TRANSFERENCIA.
           MOVE mstk-tex-transfer-num TO trf-numero.
           MOVE stk-articulo TO trf-articulo.
           MOVE w-suc-mov TO trf-origen.
           MOVE w-suc-destino TO trf-destino.
           MOVE mstk-tex-cantidad-num TO trf-cantidad.
           MOVE w-fecha-hoy TO trf-fecha-envio.
           MOVE mstk-tex-operador TO trf-operador-envio.
           MOVE "T" TO trf-estado.
           MOVE ZERO TO trf-fecha-recep.
           MOVE SPACES TO trf-operador-recep.
           WRITE trf-reg
               INVALID KEY
                   MOVE "TRANSFERENCIA YA REGISTRADA" TO rej-motivo
                   PERFORM 330-RECHAZAR-MOVIMIENTO
               NOT INVALID KEY
                   PERFORM 560-LEER-STOCKSUC
                   ADD w-cantidad TO sts-existencia
                   REWRITE sts-reg
                   MOVE w-suc-destino TO w-suc-mov
                   PERFORM 560-LEER-STOCKSUC
                   ADD mstk-tex-cantidad-num TO sts-transito
                   REWRITE sts-reg
                   MOVE trf-origen TO w-suc-mov
                   PERFORM 540-AUDITAR-TRANSFERENCIA
                   ADD 1 TO w-cant-enviadas
           END-WRITE.

      * la recepcion tiene que ser por la cantidad enviada: una
      * diferencia se declara aparte con un ajuste (A) en destino
       520-RECIBIR-TRANSFERENCIA.
           MOVE mstk-tex-transfer-num TO trf-numero.
           MOVE stk-articulo TO trf-articulo.
           READ TRANSFER
               INVALID KEY
                   MOVE "TRANSFERENCIA INEXISTENTE" TO rej-motivo
                   PERFORM 330-RECHAZAR-MOVIMIENTO
               NOT INVALID KEY
                   IF w-suc-mov = ZERO
                       MOVE trf-destino TO w-suc-mov
                   END-IF
                   EVALUATE TRUE
                       WHEN trf-estado NOT = "T"
                           MOVE "TRANSFERENCIA YA RECIBIDA"
                               TO rej-motivo
                           PERFORM 330-RECHAZAR-MOVIMIENTO
                       WHEN w-suc-mov NOT = trf-destino
                           MOVE "NO ES LA SUCURSAL DE DESTINO"
                               TO rej-motivo
                           PERFORM 330-RECHAZAR-MOVIMIENTO
                       WHEN mstk-tex-cantidad-num NOT = trf-cantidad
                           MOVE "CANTIDAD DISTINTA A LA ENVIADA"
                               TO rej-motivo
                           PERFORM 330-RECHAZAR-MOVIMIENTO
                       WHEN OTHER
                           PERFORM 530-INGRESAR-TRANSFERENCIA
                   END-EVALUATE
           END-READ.

       530-INGRESAR-TRANSFERENCIA.
           MOVE "R" TO trf-estado.
           MOVE w-fecha-hoy TO trf-fecha-recep.
           MOVE mstk-tex-operador TO trf-operador-recep.
           REWRITE trf-reg.
           PERFORM 560-LEER-STOCKSUC.
           SUBTRACT trf-cantidad FROM sts-transito.
           ADD trf-cantidad TO sts-existencia.
           REWRITE sts-reg.
           PERFORM 540-AUDITAR-TRANSFERENCIA.
           ADD 1 TO w-cant-recibidas.

      * la existencia de la empresa no cambia con una transferencia:
      * la auditoria la repite y la sucursal indica donde se movio
       540-AUDITAR-TRANSFERENCIA.
           MOVE w-fecha-hoy TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE mstk-tex-tipo TO aud-tipo.
           MOVE stk-articulo TO aud-articulo.
           MOVE w-cantidad TO aud-cantidad.
           MOVE stk-existencia TO aud-exist-ant.
           MOVE stk-existencia TO aud-exist-nueva.
           MOVE SPACES TO aud-motivo.
           STRING "TRANSF " mstk-tex-transfer DELIMITED BY SIZE
               INTO aud-motivo.
           MOVE mstk-tex-operador TO aud-operador.
           MOVE ZERO TO aud-oc-numero.
           MOVE w-suc-mov TO aud-sucursal.
           WRITE aud-reg.

      * una sucursal que nunca tuvo el articulo lo da de alta en cero
      * y sin minimos: los fija despues la carga de stock
       560-LEER-STOCKSUC.
           MOVE stk-articulo TO sts-articulo.
           MOVE w-suc-mov TO sts-sucursal.
           READ STOCKSUC
               INVALID KEY
                   MOVE ZERO TO sts-existencia
                   MOVE ZERO TO sts-transito
                   MOVE ZERO TO sts-minimo
                   MOVE ZERO TO sts-punto-pedido
                   WRITE sts-reg
           END-READ.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
