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
           SELECT DEBITORESP ASSIGN TO "..\debitoresp.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-debitoresp.
           SELECT DEBITO ASSIGN TO "..\debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dbt-factura
                   ALTERNATE RECORD KEY IS dbt-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-debito.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT RECIBOS ASSIGN TO "..\recibos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-recibos.
           SELECT DEBITOSRECH ASSIGN TO "..\debitosrech.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-debitosrech.
           SELECT DEBRESPRECH ASSIGN TO "..\debresprech.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-debresprech.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * respuesta del banco por cada debito presentado: A acreditado,
      * R rechazado con el codigo de motivo del banco
       FD  DEBITORESP.
       01  res-tex-reg.
           03 res-tex-factura pic x(12).
           03 res-tex-resultado pic x.
           03 res-tex-motivo pic x(3).
           03 res-tex-fecha pic x(8).
           03 res-tex-importe pic x(12).
           03 res-tex-importe-num REDEFINES res-tex-importe
              pic 9(10)V99.
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
       FD  RECIBOS.
       01  rec-tex-reg.
           03 rec-tex-factura pic x(12).
           03 rec-tex-fecha pic x(8).
           03 rec-tex-importe pic x(10).
           03 rec-tex-importe-num REDEFINES rec-tex-importe
              pic 9(8)V99.
           03 rec-tex-medio pic x.
           03 rec-tex-banco pic x(4).
           03 rec-tex-cheque pic x(10).
           03 rec-tex-fecha-cobro pic x(8).
           03 rec-tex-retencion OCCURS 3 TIMES.
              05 rec-tex-ret-tipo pic x.
              05 rec-tex-ret-certif pic x(14).
              05 rec-tex-ret-importe pic x(10).
       FD  DEBITOSRECH.
       01  drc-linea pic x(100).
       FD  DEBRESPRECH.
       01  rej-reg.
           03 rej-factura pic x(12).
           03 rej-motivo pic x(30).
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
       01  w-abend-programa pic x(15) value "RESPUESTADEBITO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-debitoresp pic xx.
       01  w-fs-debito pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-recibos pic xx.
       01  w-fs-debitosrech pic xx.
       01  w-fs-debresprech pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "RESPUESTADEBITO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-res pic 9 value zero.
           88 fin-archivo value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-cant-aceptados pic 9(6) value zero.
       01  w-suma-aceptada pic 9(12)V99 value zero.
       01  w-cant-rechazados pic 9(6) value zero.
       01  w-suma-rechazada pic 9(12)V99 value zero.
       01  w-cant-invalidas pic 9(6) value zero.
       01  lin-drc-titulo.
           03 filler pic x(43) value
              "DEBITOS AUTOMATICOS RECHAZADOS POR EL BANCO".
           03 filler pic x(8) value " - DIA: ".
           03 l-drc-fecha pic 9(8).
       01  lin-drc-guarda.
           03 filler pic x(100) value all "-".
       01  lin-drc-cab.
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(14) value "FACTURA".
           03 filler pic x(20) value "             IMPORTE".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "MOTIVO".
           03 filler pic x(10) value "PRESENTADO".
       01  lin-drc-det.
           03 l-drc-cliente pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-drc-nombre pic x(30).
           03 filler pic x value spaces.
           03 l-drc-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-drc-importe pic -.zzz.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-drc-motivo pic x(3).
           03 filler pic x(4) value spaces.
           03 l-drc-presentado pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RESPUESTA.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-RESPUESTA
           END-PERFORM.
           PERFORM 800-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT DEBITORESP.
           IF w-fs-debitoresp NOT = "00"
              AND w-fs-debitoresp NOT = "05"
               MOVE "DEBITORESP" TO w-abend-archivo
               MOVE w-fs-debitoresp TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O DEBITO.
           IF w-fs-debito NOT = "00"
              AND w-fs-debito NOT = "05"
               MOVE "DEBITO" TO w-abend-archivo
               MOVE w-fs-debito TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
      * los debitos acreditados se agregan al lote de recibos del dia:
      * aplicaRecibos los imputa a la factura y los deja en
      * cobranzas.txt como cualquier otro cobro
           OPEN EXTEND RECIBOS.
           IF w-fs-recibos NOT = "00"
               OPEN OUTPUT RECIBOS
           END-IF.
           IF w-fs-recibos NOT = "00"
              AND w-fs-recibos NOT = "05"
               MOVE "RECIBOS" TO w-abend-archivo
               MOVE w-fs-recibos TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT DEBITOSRECH.
           IF w-fs-debitosrech NOT = "00"
              AND w-fs-debitosrech NOT = "05"
               MOVE "DEBITOSRECH" TO w-abend-archivo
               MOVE w-fs-debitosrech TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT DEBRESPRECH.
           IF w-fs-debresprech NOT = "00"
              AND w-fs-debresprech NOT = "05"
               MOVE "DEBRESPRECH" TO w-abend-archivo
               MOVE w-fs-debresprech TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-drc-fecha.
           MOVE lin-drc-titulo TO drc-linea.
           WRITE drc-linea.
           MOVE lin-drc-guarda TO drc-linea.
           WRITE drc-linea.
           MOVE lin-drc-cab TO drc-linea.
           WRITE drc-linea.
           MOVE lin-drc-guarda TO drc-linea.
           WRITE drc-linea.

       200-LEER-RESPUESTA.
           READ DEBITORESP AT END MOVE 1 TO w-flag-res
               NOT AT END ADD 1 TO w-ctl-leidos.

      * solo se toma la respuesta de un debito presentado que sigue
      * esperando: una respuesta repetida no vuelve a cobrar la factura
       300-PROCESO.
           IF res-tex-factura IS NOT NUMERIC
               MOVE "FACTURA NO NUMERICA" TO rej-motivo
               PERFORM 330-RECHAZAR-LINEA
           ELSE
               MOVE res-tex-factura TO dbt-factura
               READ DEBITO
                   INVALID KEY
                       MOVE "DEBITO NO PRESENTADO" TO rej-motivo
                       PERFORM 330-RECHAZAR-LINEA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN dbt-estado NOT = "P"
                               MOVE "DEBITO YA RESPONDIDO" TO rej-motivo
                               PERFORM 330-RECHAZAR-LINEA
                           WHEN res-tex-resultado = "A"
                               PERFORM 310-DEBITO-ACEPTADO
                           WHEN res-tex-resultado = "R"
                               PERFORM 320-DEBITO-RECHAZADO
                           WHEN OTHER
                               MOVE "RESULTADO INVALIDO" TO rej-motivo
                               PERFORM 330-RECHAZAR-LINEA
                       END-EVALUATE
               END-READ
           END-IF.

      * el banco acredita lo presentado; si informa otro importe se
      * toma el acreditado, que es lo que entra a la cuenta
       310-DEBITO-ACEPTADO.
           IF res-tex-importe IS NUMERIC
              AND res-tex-importe-num > ZERO
               MOVE res-tex-importe-num TO dbt-importe
           END-IF.
           MOVE "A" TO dbt-estado.
           MOVE SPACES TO dbt-motivo.
           PERFORM 340-FECHA-RESPUESTA.
           REWRITE dbt-reg.
           MOVE SPACES TO rec-tex-reg.
           MOVE dbt-factura TO rec-tex-factura.
           MOVE dbt-fecha-resp TO rec-tex-fecha.
           MOVE dbt-importe TO rec-tex-importe-num.
           MOVE "D" TO rec-tex-medio.
           WRITE rec-tex-reg.
           ADD 1 TO w-cant-aceptados.
           ADD 1 TO w-ctl-escritos.
           ADD dbt-importe TO w-suma-aceptada.

      * la factura queda impaga y marcada: gestionaMora la toma desde
      * el primer aviso aunque todavia no tenga dias de atraso
       320-DEBITO-RECHAZADO.
           MOVE "R" TO dbt-estado.
           IF res-tex-motivo = SPACES
               MOVE "???" TO dbt-motivo
           ELSE
               MOVE res-tex-motivo TO dbt-motivo
           END-IF.
           PERFORM 340-FECHA-RESPUESTA.
           REWRITE dbt-reg.
           MOVE dbt-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE "--CLIENTE SIN DATOS--" TO l-drc-nombre
               NOT INVALID KEY
                   MOVE cte-nombre TO l-drc-nombre
           END-READ.
           MOVE dbt-cliente TO l-drc-cliente.
           MOVE dbt-factura TO l-drc-factura.
           MOVE dbt-importe TO l-drc-importe.
           MOVE dbt-motivo TO l-drc-motivo.
           MOVE dbt-fecha-pres TO l-drc-presentado.
           MOVE lin-drc-det TO drc-linea.
           WRITE drc-linea.
           ADD 1 TO w-cant-rechazados.
           ADD dbt-importe TO w-suma-rechazada.

       330-RECHAZAR-LINEA.
           MOVE res-tex-factura TO rej-factura.
           WRITE rej-reg.
           ADD 1 TO w-cant-invalidas.

       340-FECHA-RESPUESTA.
           IF res-tex-fecha IS NUMERIC
               MOVE res-tex-fecha TO dbt-fecha-resp
           ELSE
               MOVE w-fecha-hoy TO dbt-fecha-resp
           END-IF.

       800-FIN.
           DISPLAY "DEBITOS ACREDITADOS: " w-cant-aceptados
                   " IMPORTE: " w-suma-aceptada.
           DISPLAY "DEBITOS RECHAZADOS: " w-cant-rechazados
                   " IMPORTE: " w-suma-rechazada.
           IF w-cant-rechazados > ZERO OR w-cant-invalidas > ZERO
               DISPLAY "RESPUESTAS INVALIDAS: " w-cant-invalidas
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE DEBITORESP.
           CLOSE DEBITO.
           CLOSE CLIENTE.
           CLOSE RECIBOS.
           CLOSE DEBITOSRECH.
           CLOSE DEBRESPRECH.

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
