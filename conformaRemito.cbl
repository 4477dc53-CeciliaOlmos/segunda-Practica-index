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
           SELECT CONFORMES ASSIGN TO "..\conformes.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-conformes.
           SELECT REMITO ASSIGN TO "..\remito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rto-llave
                   ALTERNATE RECORD KEY IS rto-factura WITH DUPLICATES
           FILE STATUS IS w-fs-remito.
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
           SELECT STOCKAUD ASSIGN TO "..\stockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
           SELECT CNFRECHAZO ASSIGN TO "..\cnfrechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cnfrechazo.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * conformes que devuelve el transportista: por remito E si el
      * cliente recibio la mercaderia o D si la rechazo y volvio
       FD  CONFORMES.
       01  cnf-reg.
           03 cnf-remito pic x(8).
           03 cnf-remito-num REDEFINES cnf-remito pic 9(8).
           03 cnf-resultado pic x.
           03 cnf-fecha pic x(8).
           03 cnf-fecha-num REDEFINES cnf-fecha pic 9(8).
           03 cnf-operador pic x(8).
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
       FD  CNFRECHAZO.
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
       01  w-abend-programa pic x(15) value "CONFORMAREMITO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-conformes pic xx.
       01  w-fs-remito pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-stocksuc pic xx.
       01  w-aud-status pic xx.
       01  w-fs-cnfrechazo pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CONFORMAREMITO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-cnf pic 9.
           88 fin-archivo value 1.
       01  w-flag-rto pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-conforme pic 9(8).
       01  w-motivo pic x(30).
       01  w-lineas-remito pic 9(4).
       01  w-lineas-conformadas pic 9(4).
       01  w-exist-ant pic s9(7).
       01  w-suc-central pic 9(2) value 1.
       01  w-suc-remito pic 9(2).
       01  w-cant-entregados pic 9(6) value zero.
       01  w-cant-devueltos pic 9(6) value zero.
       01  w-cant-rechazados pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(37) value
              "CONFORMES DE REMITO RECHAZADOS - AL ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-rechazo.
           03 l-remito pic x(8).
           03 filler pic x(2) value spaces.
           03 l-resultado pic x.
           03 filler pic x(2) value spaces.
           03 l-fecha pic x(8).
           03 filler pic x(2) value spaces.
           03 l-motivo pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-CONFORMES.
           PERFORM UNTIL fin-archivo
            PERFORM 300-PROCESO
            PERFORM 200-LEER-CONFORMES
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
            STOP RUN.

       100-INICIO.
           OPEN INPUT CONFORMES.
           IF w-fs-conformes NOT = "00"
              AND w-fs-conformes NOT = "05"
               MOVE "CONFORMES" TO w-abend-archivo
               MOVE w-fs-conformes TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O REMITO.
           IF w-fs-remito NOT = "00"
              AND w-fs-remito NOT = "05"
               MOVE "REMITO" TO w-abend-archivo
               MOVE w-fs-remito TO w-abend-status
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
           OPEN EXTEND STOCKAUD.
           IF w-aud-status NOT = "00"
               OPEN OUTPUT STOCKAUD
           END-IF.
           OPEN OUTPUT CNFRECHAZO.
           IF w-fs-cnfrechazo NOT = "00"
              AND w-fs-cnfrechazo NOT = "05"
               MOVE "CNFRECHAZO" TO w-abend-archivo
               MOVE w-fs-cnfrechazo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO rch-linea.
           WRITE rch-linea.
           MOVE lin-guarda TO rch-linea.
           WRITE rch-linea.

       200-LEER-CONFORMES.
           READ CONFORMES AT END MOVE 1 TO w-flag-cnf
               NOT AT END ADD 1 TO w-ctl-leidos.

       300-PROCESO.
           PERFORM 310-VALIDAR-CONFORME.
           IF w-motivo = SPACES
               PERFORM 320-CONFORMAR-REMITO
           END-IF.
           IF w-motivo NOT = SPACES
               PERFORM 350-LISTAR-RECHAZO
           END-IF.

       310-VALIDAR-CONFORME.
           MOVE SPACES TO w-motivo.
           IF cnf-remito IS NOT NUMERIC OR cnf-remito-num = ZERO
               MOVE "NUMERO DE REMITO INVALIDO" TO w-motivo
           END-IF.
           IF w-motivo = SPACES
               IF cnf-resultado NOT = "E" AND cnf-resultado NOT = "D"
                   MOVE "RESULTADO DESCONOCIDO" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = SPACES
               IF cnf-fecha = SPACES
                   MOVE w-fecha-hoy TO w-fecha-conforme
               ELSE
                   IF cnf-fecha IS NOT NUMERIC
                       MOVE "FECHA DE CONFORME INVALIDA" TO w-motivo
                   ELSE
                       MOVE cnf-fecha-num TO w-fecha-conforme
                   END-IF
               END-IF
           END-IF.

      * el conforme alcanza a todas las lineas del remito; una linea
      * que ya tiene conforme no se vuelve a tocar
       320-CONFORMAR-REMITO.
           MOVE ZERO TO w-lineas-remito.
           MOVE ZERO TO w-lineas-conformadas.
           MOVE ZERO TO w-flag-rto.
           MOVE cnf-remito-num TO rto-numero.
           MOVE LOW-VALUES TO rto-articulo.
           START REMITO KEY IS NOT < rto-llave
               INVALID KEY MOVE 1 TO w-flag-rto
           END-START.
           PERFORM 325-LEER-LINEA-REMITO
               UNTIL w-flag-rto = 1.
           IF w-lineas-remito = ZERO
               MOVE "REMITO INEXISTENTE" TO w-motivo
           ELSE
               IF w-lineas-conformadas = ZERO
                   MOVE "REMITO YA CONFORMADO" TO w-motivo
               ELSE
                   IF cnf-resultado = "E"
                       ADD 1 TO w-cant-entregados
                   ELSE
                       ADD 1 TO w-cant-devueltos
                   END-IF
               END-IF
           END-IF.

       325-LEER-LINEA-REMITO.
           READ REMITO NEXT
               AT END MOVE 1 TO w-flag-rto
               NOT AT END
                   IF rto-numero = cnf-remito-num
                       ADD 1 TO w-lineas-remito
                       IF rto-estado = "P"
                           PERFORM 330-ACTUALIZAR-LINEA
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-rto
                   END-IF
           END-READ.

       330-ACTUALIZAR-LINEA.
           MOVE cnf-resultado TO rto-estado.
           MOVE w-fecha-conforme TO rto-fecha-conforme.
           REWRITE rto-reg.
           ADD 1 TO w-lineas-conformadas.
           ADD 1 TO w-ctl-escritos.
           IF cnf-resultado = "D"
               PERFORM 340-REINGRESAR-STOCK
           END-IF.

      * la mercaderia devuelta por el cliente vuelve al deposito que
      * la despacho y queda en la auditoria de stock como V
       340-REINGRESAR-STOCK.
           MOVE rto-articulo TO stk-articulo.
           READ STOCK
               INVALID KEY
                   DISPLAY "ARTICULO SIN REGISTRO DE STOCK "
                           rto-articulo " REMITO " rto-numero
               NOT INVALID KEY
                   MOVE stk-existencia TO w-exist-ant
                   ADD rto-cantidad TO stk-existencia
                   REWRITE stk-reg
                   PERFORM 342-REINGRESAR-SUCURSAL
                   PERFORM 345-REGISTRAR-AUDITORIA
           END-READ.

      * los remitos anteriores a la apertura por sucursal salieron
      * de la casa central
       342-REINGRESAR-SUCURSAL.
           IF rto-sucursal IS NOT NUMERIC OR rto-sucursal = ZERO
               MOVE w-suc-central TO w-suc-remito
           ELSE
               MOVE rto-sucursal TO w-suc-remito
           END-IF.
           MOVE stk-articulo TO sts-articulo.
           MOVE w-suc-remito TO sts-sucursal.
           READ STOCKSUC
               INVALID KEY
                   MOVE ZERO TO sts-existencia
                   MOVE ZERO TO sts-transito
                   MOVE ZERO TO sts-minimo
                   MOVE ZERO TO sts-punto-pedido
                   WRITE sts-reg
           END-READ.
           ADD rto-cantidad TO sts-existencia.
           REWRITE sts-reg.

       345-REGISTRAR-AUDITORIA.
           MOVE w-fecha-hoy TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE "V" TO aud-tipo.
           MOVE stk-articulo TO aud-articulo.
           MOVE rto-cantidad TO aud-cantidad.
           MOVE w-exist-ant TO aud-exist-ant.
           MOVE stk-existencia TO aud-exist-nueva.
           MOVE SPACES TO aud-motivo.
           STRING "DEVOL. REMITO " cnf-remito DELIMITED BY SIZE
               INTO aud-motivo.
           IF cnf-operador = SPACES
               MOVE "CONFORME" TO aud-operador
           ELSE
               MOVE cnf-operador TO aud-operador
           END-IF.
           MOVE ZERO TO aud-oc-numero.
           MOVE w-suc-remito TO aud-sucursal.
           WRITE aud-reg.

       350-LISTAR-RECHAZO.
           MOVE cnf-remito TO l-remito.
           MOVE cnf-resultado TO l-resultado.
           MOVE cnf-fecha TO l-fecha.
           MOVE w-motivo TO l-motivo.
           MOVE lin-rechazo TO rch-linea.
           WRITE rch-linea.
           ADD 1 TO w-cant-rechazados.

       400-FIN.
           DISPLAY "REMITOS ENTREGADOS: " w-cant-entregados.
           DISPLAY "REMITOS DEVUELTOS: " w-cant-devueltos.
           DISPLAY "CONFORMES RECHAZADOS: " w-cant-rechazados.
           IF w-cant-rechazados > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CONFORMES.
           CLOSE REMITO.
           CLOSE STOCK.
           CLOSE STOCKSUC.
           CLOSE STOCKAUD.
           CLOSE CNFRECHAZO.

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
