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
           SELECT REMITOS ASSIGN TO "..\remitos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-remitos.
           SELECT REMITO ASSIGN TO "..\remito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rto-llave
                   ALTERNATE RECORD KEY IS rto-factura WITH DUPLICATES
           FILE STATUS IS w-fs-remito.
           SELECT FACTURAS ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS fac-llave
           FILE STATUS IS w-fs-facturas.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT STOCK ASSIGN TO "..\stock.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.
           SELECT STOCKSUC ASSIGN TO "..\stocksuc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS sts-llave
           FILE STATUS IS w-fs-stocksuc.
           SELECT OPTIONAL SUCURSALES ASSIGN TO "..\sucursales.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-suc-status.
           SELECT STOCKAUD ASSIGN TO "..\stockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
           SELECT RTORECHAZO ASSIGN TO "..\rtorechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-rtorechazo.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * remitos emitidos por deposito en el dia: una linea por
      * remito y articulo, contra la factura que respalda la salida
       FD  REMITOS.
       01  rtx-reg.
           03 rtx-numero pic x(8).
           03 rtx-numero-num REDEFINES rtx-numero pic 9(8).
           03 rtx-factura pic x(12).
           03 rtx-factura-num REDEFINES rtx-factura pic 9(12).
           03 rtx-articulo pic x(8).
           03 rtx-cantidad pic x(4).
           03 rtx-cantidad-num REDEFINES rtx-cantidad pic 9(4).
           03 rtx-fecha pic x(8).
           03 rtx-fecha-num REDEFINES rtx-fecha pic 9(8).
           03 rtx-transportista pic x(10).
           03 rtx-operador pic x(8).
           03 rtx-sucursal pic x(2).
           03 rtx-sucursal-num REDEFINES rtx-sucursal pic 9(2).
      * maestro de remitos: P pendiente de conforme, E entregado con
      * conforme del transportista, D devuelto por el cliente
       FD  REMITO.
       01  rto-reg.
           03 rto-llave.
              05 rto-numero pic 9(8).
              05 rto-articulo pic x(8).
           03 rto-factura pic 9(12).
           03 rto-cantidad pic 9(4).
           03 rto-fecha-emision pic 9(8).
           03 rto-transportista pic x(10).
           03 rto-estado pic x.
           03 rto-fecha-conforme pic 9(8).
           03 rto-sucursal pic 9(2).
       FD  FACTURAS.
       01  fac-reg.
           03 fac-llave.
              05 fac-facturas pic 9(12).
              05 fac-art pic x(8).
           03 fac-precio pic 9(10)V99.
           03 fac-cantid pic 9(4).
           03 fecha-factura pic 9(8).
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  CTACTE.
       01  cta-reg.
           03 cta-factura pic 9(12).
           03 cta-cliente pic 9(6).
           03 cta-vend pic 9(3).
           03 cta-fecha pic 9(8).
           03 cta-total pic s9(10)V99.
           03 cta-cobrado pic s9(10)V99.
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
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
       FD  SUCURSALES.
       01  suc-reg.
           03 suc-codigo pic 9(2).
           03 suc-nombre pic x(20).
           03 suc-max-vip pic 9(3).
       FD  STOCKAUD.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(8).
           03 aud-tipo pic x.
           03 aud-articulo pic x(8).
           03 aud-cantidad pic s9(7).
           03 aud-exist-ant pic s9(7).
           03 aud-exist-nueva pic s9(7).
           03 aud-motivo pic x(20).
           03 aud-operador pic x(8).
           03 aud-oc-numero pic 9(8).
           03 aud-sucursal pic 9(2).
       FD  RTORECHAZO.
       01  rch-linea pic x(100).
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
       01  w-abend-programa pic x(15) value "EMITEREMITO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-remitos pic xx.
       01  w-fs-remito pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-stocksuc pic xx.
       01  w-suc-status pic xx.
       01  w-aud-status pic xx.
       01  w-fs-rtorechazo pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "EMITEREMITO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-rtx pic 9.
           88 fin-archivo value 1.
       01  w-flag-rto pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-motivo pic x(30).
       01  w-remitido pic 9(6).
       01  w-exist-ant pic s9(7).
      * el deposito que despacha; sin sucursal es la casa central
       01  w-suc-central pic 9(2) value 1.
       01  w-suc-remito pic 9(2).
       01  w-flag-suc pic 9.
       01  w-suc-cargadas pic x value "n".
       01  w-suc-tabla.
           03 w-suc-existe OCCURS 99 TIMES pic x.
       01  w-cant-emitidas pic 9(6) value zero.
       01  w-cant-rechazadas pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(37) value
              "LINEAS DE REMITO RECHAZADAS - FECHA ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-cabecera.
           03 filler pic x(8) value "REMITO".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "FACTURA".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "ARTICULO".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "CANTIDAD".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "MOTIVO".
       01  lin-rechazo.
           03 l-numero pic x(8).
           03 filler pic x(2) value spaces.
           03 l-factura pic x(12).
           03 filler pic x(2) value spaces.
           03 l-articulo pic x(8).
           03 filler pic x(4) value spaces.
           03 l-cantidad pic x(4).
           03 filler pic x(4) value spaces.
           03 l-motivo pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-REMITOS.
           PERFORM UNTIL fin-archivo
            PERFORM 300-PROCESO
            PERFORM 200-LEER-REMITOS
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
            STOP RUN.

       100-INICIO.
           OPEN INPUT REMITOS.
           IF w-fs-remitos NOT = "00"
              AND w-fs-remitos NOT = "05"
               MOVE "REMITOS" TO w-abend-archivo
               MOVE w-fs-remitos TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
      * el maestro de remitos nace con la primera emision
           OPEN I-O REMITO.
           IF w-fs-remito NOT = "00"
              AND w-fs-remito NOT = "05"
               OPEN OUTPUT REMITO
               CLOSE REMITO
               OPEN I-O REMITO
               IF w-fs-remito NOT = "00"
                   MOVE "REMITO" TO w-abend-archivo
                   MOVE w-fs-remito TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           OPEN INPUT FACTURAS.
           IF w-fs-facturas NOT = "00"
              AND w-fs-facturas NOT = "05"
               MOVE "FACTURAS" TO w-abend-archivo
               MOVE w-fs-facturas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O STOCK.
           IF w-fs-stock NOT = "00"
              AND w-fs-stock NOT = "05"
               MOVE "STOCK" TO w-abend-archivo
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
           PERFORM 120-CARGAR-SUCURSALES.
           OPEN EXTEND STOCKAUD.
           IF w-aud-status NOT = "00"
               OPEN OUTPUT STOCKAUD
           END-IF.
           OPEN OUTPUT RTORECHAZO.
           IF w-fs-rtorechazo NOT = "00"
              AND w-fs-rtorechazo NOT = "05"
               MOVE "RTORECHAZO" TO w-abend-archivo
               MOVE w-fs-rtorechazo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO rch-linea.
           WRITE rch-linea.
           MOVE lin-guarda TO rch-linea.
           WRITE rch-linea.
           MOVE lin-cabecera TO rch-linea.
           WRITE rch-linea.
           MOVE lin-guarda TO rch-linea.
           WRITE rch-linea.

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

       200-LEER-REMITOS.
           READ REMITOS AT END MOVE 1 TO w-flag-rtx
               NOT AT END ADD 1 TO w-ctl-leidos.

       300-PROCESO.
           PERFORM 310-VALIDAR-LINEA.
           IF w-motivo NOT = SPACES
               PERFORM 350-LISTAR-RECHAZO
           ELSE
               PERFORM 330-EMITIR-LINEA
           END-IF.

      * la linea tiene que estar facturada y no puede mandar mas de lo
      * que queda por entregar de esa factura y articulo; los remitos
      * devueltos no cuentan como entregados. Lo retenido por credito
      * no sale hasta que se libere
       310-VALIDAR-LINEA.
           MOVE SPACES TO w-motivo.
           IF rtx-numero IS NOT NUMERIC OR rtx-numero-num = ZERO
               MOVE "NUMERO DE REMITO INVALIDO" TO w-motivo
           END-IF.
           IF w-motivo = SPACES
               IF rtx-factura IS NOT NUMERIC
                   MOVE "NUMERO DE FACTURA INVALIDO" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES
               IF rtx-cantidad IS NOT NUMERIC
                  OR rtx-cantidad-num = ZERO
                   MOVE "CANTIDAD INVALIDA" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES
               IF rtx-fecha NOT = SPACES
                  AND rtx-fecha IS NOT NUMERIC
                   MOVE "FECHA DE EMISION INVALIDA" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES
               IF rtx-operador = SPACES
                   MOVE "REMITO SIN OPERADOR" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES
               PERFORM 315-VALIDAR-SUCURSAL
           END-IF.
           IF w-motivo = SPACES
               MOVE rtx-numero-num TO rto-numero
               MOVE rtx-articulo TO rto-articulo
               READ REMITO KEY IS rto-llave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "REMITO Y ARTICULO YA EMITIDOS" TO w-motivo
               END-READ
           END-IF.
           IF w-motivo = SPACES
               MOVE rtx-factura-num TO fac-facturas
               MOVE rtx-articulo TO fac-art
               READ FACTURAS
                   INVALID KEY
                       MOVE "ARTICULO NO FACTURADO" TO w-motivo
               END-READ
           END-IF.
           IF w-motivo = SPACES
               MOVE rtx-factura-num TO cta-factura
               READ CTACTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF cta-total < ZERO
                           MOVE "LA FACTURA ES NOTA DE CREDITO"
                               TO w-motivo
                       END-IF
                       IF cta-estado = "H"
                           MOVE "FACTURA RETENIDA POR CREDITO"
                               TO w-motivo
                       END-IF
               END-READ
           END-IF.
           IF w-motivo = SPACES
               PERFORM 320-SUMAR-REMITIDO
               IF w-remitido + rtx-cantidad-num > fac-cantid
                   MOVE "SUPERA LO PENDIENTE DE ENTREGA" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES
               MOVE rtx-articulo TO stk-articulo
               READ STOCK
                   INVALID KEY
                       MOVE "ARTICULO SIN REGISTRO DE STOCK"
                           TO w-motivo
               END-READ
           END-IF.

       315-VALIDAR-SUCURSAL.
           IF rtx-sucursal = SPACES
               MOVE w-suc-central TO w-suc-remito
           ELSE
               IF rtx-sucursal IS NOT NUMERIC
                  OR rtx-sucursal-num = ZERO
                   MOVE "SUCURSAL INVALIDA" TO w-motivo
               ELSE
                   MOVE rtx-sucursal-num TO w-suc-remito
                   IF w-suc-cargadas = "s"
                      AND w-suc-existe(w-suc-remito) NOT = "s"
                       MOVE "SUCURSAL INEXISTENTE" TO w-motivo
                   END-IF
               END-IF
           END-IF.

       320-SUMAR-REMITIDO.
           MOVE ZERO TO w-remitido.
           MOVE ZERO TO w-flag-rto.
           MOVE rtx-factura-num TO rto-factura.
           START REMITO KEY IS = rto-factura
               INVALID KEY MOVE 1 TO w-flag-rto
           END-START.
           PERFORM 325-LEER-REMITO-FACTURA
               UNTIL w-flag-rto = 1.

       325-LEER-REMITO-FACTURA.
           READ REMITO NEXT
               AT END MOVE 1 TO w-flag-rto
               NOT AT END
                   IF rto-factura = rtx-factura-num
                       IF rto-articulo = rtx-articulo
                          AND rto-estado NOT = "D"
                           ADD rto-cantidad TO w-remitido
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-rto
                   END-IF
           END-READ.

      * la mercaderia sale del stock al emitir el remito, no al
      * facturar; queda registrada en la auditoria de stock como S.
      * Baja el total del articulo y la existencia de la sucursal
      * que despacha
       330-EMITIR-LINEA.
           MOVE rtx-numero-num TO rto-numero.
           MOVE rtx-articulo TO rto-articulo.
           MOVE rtx-factura-num TO rto-factura.
           MOVE rtx-cantidad-num TO rto-cantidad.
           IF rtx-fecha = SPACES
               MOVE w-fecha-hoy TO rto-fecha-emision
           ELSE
               MOVE rtx-fecha-num TO rto-fecha-emision
           END-IF.
           MOVE rtx-transportista TO rto-transportista.
           MOVE "P" TO rto-estado.
           MOVE ZERO TO rto-fecha-conforme.
           MOVE w-suc-remito TO rto-sucursal.
           WRITE rto-reg
               INVALID KEY
                   MOVE "REMITO Y ARTICULO YA EMITIDOS" TO w-motivo
                   PERFORM 350-LISTAR-RECHAZO
               NOT INVALID KEY
                   PERFORM 340-DESCONTAR-STOCK
           END-WRITE.

       340-DESCONTAR-STOCK.
           MOVE stk-existencia TO w-exist-ant.
           SUBTRACT rto-cantidad FROM stk-existencia.
           REWRITE stk-reg.
           PERFORM 345-DESCONTAR-SUCURSAL.
           MOVE w-fecha-hoy TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE "S" TO aud-tipo.
           MOVE stk-articulo TO aud-articulo.
           COMPUTE aud-cantidad = ZERO - rto-cantidad.
           MOVE w-exist-ant TO aud-exist-ant.
           MOVE stk-existencia TO aud-exist-nueva.
           MOVE SPACES TO aud-motivo.
           STRING "REMITO " rtx-numero DELIMITED BY SIZE
               INTO aud-motivo.
           MOVE rtx-operador TO aud-operador.
           MOVE ZERO TO aud-oc-numero.
           MOVE rto-sucursal TO aud-sucursal.
           WRITE aud-reg.
           ADD 1 TO w-cant-emitidas.
           ADD 1 TO w-ctl-escritos.

       345-DESCONTAR-SUCURSAL.
           MOVE stk-articulo TO sts-articulo.
           MOVE rto-sucursal TO sts-sucursal.
           READ STOCKSUC
               INVALID KEY
                   MOVE ZERO TO sts-existencia
                   MOVE ZERO TO sts-transito
                   MOVE ZERO TO sts-minimo
                   MOVE ZERO TO sts-punto-pedido
                   WRITE sts-reg
           END-READ.
           SUBTRACT rto-cantidad FROM sts-existencia.
           REWRITE sts-reg.

       350-LISTAR-RECHAZO.
           MOVE rtx-numero TO l-numero.
           MOVE rtx-factura TO l-factura.
           MOVE rtx-articulo TO l-articulo.
           MOVE rtx-cantidad TO l-cantidad.
           MOVE w-motivo TO l-motivo.
           MOVE lin-rechazo TO rch-linea.
           WRITE rch-linea.
           ADD 1 TO w-cant-rechazadas.

       400-FIN.
           DISPLAY "LINEAS DE REMITO EMITIDAS: " w-cant-emitidas.
           DISPLAY "LINEAS DE REMITO RECHAZADAS: " w-cant-rechazadas.
           IF w-cant-rechazadas > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REMITOS.
           CLOSE REMITO.
           CLOSE FACTURAS.
           CLOSE CTACTE.
           CLOSE STOCK.
           CLOSE STOCKSUC.
           CLOSE STOCKAUD.
           CLOSE RTORECHAZO.

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
