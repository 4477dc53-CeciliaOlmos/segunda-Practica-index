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
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT DEBITO ASSIGN TO "..\debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dbt-factura
                   ALTERNATE RECORD KEY IS dbt-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-debito.
           SELECT DEBITOPRES ASSIGN TO "..\debitopres.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-debitopres.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE.
       01  cte-reg.
           03 cte-codigo pic 9(6).
           03 cte-nombre pic x(30).
           03 cte-direccion pic x(30).
           03 cte-cuit pic 9(11).
           03 cte-telefono pic x(15).
           03 cte-activo pic x.
           03 cte-condpago pic 9(2).
           03 cte-provincia pic 9(3).
           03 cte-cond-iibb pic x.
           03 cte-debito-cbu pic x(22).
           03 cte-debito-banco pic 9(3).
           03 cte-segmento pic x(10).
           03 cte-rfm pic 9(3).
           03 cte-canal pic x.
           03 cte-email pic x(50).
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
      * debitos presentados al banco, uno por factura: P presentado
      * (esperando respuesta), A aceptado, R rechazado con el codigo
      * de motivo que informo el banco
       FD  DEBITO.
       01  dbt-reg.
           03 dbt-factura pic 9(12).
           03 dbt-cliente pic 9(6).
           03 dbt-importe pic 9(10)V99.
           03 dbt-fecha-pres pic 9(8).
           03 dbt-fecha-debito pic 9(8).
           03 dbt-estado pic x.
           03 dbt-motivo pic x(3).
           03 dbt-fecha-resp pic 9(8).
       FD  DEBITOPRES.
       01  pre-cab-reg.
           03 pre-cab-tipo pic x.
           03 pre-cab-fecha-gen pic 9(8).
           03 pre-cab-fecha-debito pic 9(8).
       01  pre-det-reg.
           03 pre-tipo pic x.
           03 pre-cbu pic x(22).
           03 pre-banco pic 9(3).
           03 pre-cliente pic 9(6).
           03 pre-factura pic 9(12).
           03 pre-importe pic 9(10)V99.
           03 pre-vencimiento pic 9(8).
       01  pre-fin-reg.
           03 pre-fin-tipo pic x.
           03 pre-fin-cantidad pic 9(6).
           03 pre-fin-total pic 9(12)V99.
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
       01  w-abend-programa pic x(15) value "PRESENTADEBITO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-debito pic xx.
       01  w-fs-debitopres pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "PRESENTADEBITO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-entrada.
           03 w-ent-fecha-debito pic x(8).
           03 w-ent-hasta pic x(8).
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-debito pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-flag-cte pic 9 value zero.
           88 fin-cliente value 1.
       01  w-flag-cta pic 9.
       01  w-saldo pic s9(10)V99.
       01  w-presentar pic x.
       01  w-nuevo pic x.
       01  w-cant-debitos pic 9(6) value zero.
       01  w-total-debitos pic 9(12)V99 value zero.
       01  w-cant-excedidos pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "FECHA DE DEBITO Y VENCIMIENTO HASTA (AAAAMMDD"
                   "AAAAMMDD): ".
           ACCEPT w-entrada.
           IF w-ent-fecha-debito IS NOT NUMERIC
              OR w-ent-hasta IS NOT NUMERIC
              OR w-ent-hasta < w-fecha-hoy
               DISPLAY "FECHAS INVALIDAS - NO SE GENERA LA PRESENTACION"
               MOVE "RECHAZADO" TO w-ctl-estado
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE w-ent-fecha-debito TO w-fecha-debito
               MOVE w-ent-hasta TO w-fecha-hasta
               PERFORM 100-INICIO
               PERFORM 200-LEER-CLIENTE
               PERFORM UNTIL fin-cliente
                   IF cte-debito-cbu IS NUMERIC
                      AND cte-activo NOT = "N"
                       PERFORM 300-FACTURAS-CLIENTE
                   END-IF
                   PERFORM 200-LEER-CLIENTE
               END-PERFORM
               PERFORM 800-FIN
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O DEBITO.
           IF w-fs-debito NOT = "00"
               OPEN OUTPUT DEBITO
               CLOSE DEBITO
               OPEN I-O DEBITO
           END-IF.
           IF w-fs-debito NOT = "00"
              AND w-fs-debito NOT = "05"
               MOVE "DEBITO" TO w-abend-archivo
               MOVE w-fs-debito TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT DEBITOPRES.
           IF w-fs-debitopres NOT = "00"
              AND w-fs-debitopres NOT = "05"
               MOVE "DEBITOPRES" TO w-abend-archivo
               MOVE w-fs-debitopres TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE "H" TO pre-cab-tipo.
           MOVE w-fecha-hoy TO pre-cab-fecha-gen.
           MOVE w-fecha-debito TO pre-cab-fecha-debito.
           WRITE pre-cab-reg.

       200-LEER-CLIENTE.
           READ CLIENTE NEXT AT END MOVE 1 TO w-flag-cte.

       300-FACTURAS-CLIENTE.
           MOVE cte-codigo TO cta-cliente.
           MOVE ZERO TO w-flag-cta.
           START CTACTE KEY IS = cta-cliente
               INVALID KEY MOVE 1 TO w-flag-cta
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 310-LEER-FACTURA
               UNTIL w-flag-cta = 1.

       310-LEER-FACTURA.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-cta
               NOT AT END
                   IF cta-cliente NOT = cte-codigo
                       MOVE 1 TO w-flag-cta
                   ELSE
                       ADD 1 TO w-ctl-leidos
                       IF (cta-estado = "A" OR cta-estado = "P")
                          AND cta-vencimiento <= w-fecha-hasta
                           PERFORM 320-VERIFICAR-DEBITO
                       END-IF
                   END-IF
           END-READ.

      * una factura se presenta una sola vez: si ya esta presentada
      * para esta misma fecha de debito vuelve a salir (se regenera el
      * archivo del ciclo), si esta esperando respuesta de otro ciclo
      * o el banco la rechazo queda afuera; la rechazada sigue por mora
       320-VERIFICAR-DEBITO.
           COMPUTE w-saldo = cta-total - cta-cobrado.
           MOVE "n" TO w-presentar.
           MOVE "n" TO w-nuevo.
           IF w-saldo > ZERO
               MOVE cta-factura TO dbt-factura
               READ DEBITO
                   INVALID KEY
                       MOVE "s" TO w-presentar
                       MOVE "s" TO w-nuevo
                   NOT INVALID KEY
                       IF dbt-estado = "P"
                          AND dbt-fecha-debito = w-fecha-debito
                           MOVE "s" TO w-presentar
                       END-IF
               END-READ
           END-IF.
           IF w-presentar = "s"
               IF w-saldo > 99999999,99
                   DISPLAY "FACTURA " cta-factura
                           " SUPERA EL TOPE DEL DEBITO - NO SE PRESENTA"
                   ADD 1 TO w-cant-excedidos
               ELSE
                   PERFORM 330-PRESENTAR-FACTURA
               END-IF
           END-IF.

       330-PRESENTAR-FACTURA.
           IF w-nuevo = "s"
               MOVE cta-factura TO dbt-factura
               MOVE cta-cliente TO dbt-cliente
               MOVE w-fecha-hoy TO dbt-fecha-pres
               MOVE w-fecha-debito TO dbt-fecha-debito
               MOVE "P" TO dbt-estado
               MOVE SPACES TO dbt-motivo
               MOVE ZERO TO dbt-fecha-resp
           END-IF.
           MOVE w-saldo TO dbt-importe.
           IF w-nuevo = "s"
               WRITE dbt-reg
           ELSE
               REWRITE dbt-reg
           END-IF.
           MOVE "D" TO pre-tipo.
           MOVE cte-debito-cbu TO pre-cbu.
           MOVE cte-debito-banco TO pre-banco.
           MOVE cta-cliente TO pre-cliente.
           MOVE cta-factura TO pre-factura.
           MOVE w-saldo TO pre-importe.
           MOVE cta-vencimiento TO pre-vencimiento.
           WRITE pre-det-reg.
           ADD 1 TO w-cant-debitos.
           ADD 1 TO w-ctl-escritos.
           ADD w-saldo TO w-total-debitos.

       800-FIN.
           MOVE "T" TO pre-fin-tipo.
           MOVE w-cant-debitos TO pre-fin-cantidad.
           MOVE w-total-debitos TO pre-fin-total.
           WRITE pre-fin-reg.
           DISPLAY "DEBITOS PRESENTADOS: " w-cant-debitos
                   " IMPORTE: " w-total-debitos.
           IF w-cant-excedidos > ZERO
               DISPLAY "FACTURAS FUERA DE TOPE: " w-cant-excedidos
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CLIENTE.
           CLOSE CTACTE.
           CLOSE DEBITO.
           CLOSE DEBITOPRES.

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
