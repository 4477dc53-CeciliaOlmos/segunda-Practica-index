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
           SELECT CTAANT ASSIGN TO "..\ctacte.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ant-factura
                   ALTERNATE RECORD KEY IS ant-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctaant.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT OPTIONAL CONDPAGO ASSIGN TO "..\condpago.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cpg-status.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cal-status.
           SELECT CONVVENC ASSIGN TO "..\convvenc.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-convvenc.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * layout de la cuenta corriente anterior al vencimiento
       FD  CTAANT.
       01  ant-reg.
           03 ant-factura pic 9(12).
           03 ant-cliente pic 9(6).
           03 ant-vend pic 9(3).
           03 ant-fecha pic 9(8).
           03 ant-total pic s9(10)V99.
           03 ant-cobrado pic s9(10)V99.
           03 ant-estado pic x.
           03 ant-moneda pic x(3).
           03 ant-cambio pic 9(5)V9(4).
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
       FD  CONDPAGO.
       01  cpg-reg.
           03 cpg-codigo pic 9(2).
           03 cpg-descrip pic x(20).
           03 cpg-tipo pic x.
           03 cpg-dias pic 9(3).
       FD  CALENDARIO.
       01  cal-reg.
           03 cal-tipo pic x.
           03 cal-datos pic x(27).
           03 cal-mes REDEFINES cal-datos.
              05 cal-periodo pic 9(6).
              05 cal-estado pic x.
              05 filler pic x(20).
           03 cal-feriado REDEFINES cal-datos.
              05 cal-fecha pic 9(8).
              05 cal-descrip pic x(19).
       FD  CONVVENC.
       01  cnv-linea pic x(80).
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
       01  w-abend-programa pic x(15) value "CONVIERTEVENC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-ctaant pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-convvenc pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CONVIERTEVENC".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-ant pic 9 value zero.
           88 fin-ant value 1.
       01  w-cpg-status pic xx.
       01  w-flag-cpg pic 9.
       01  w-condpagos.
           03 w-cpg-item OCCURS 99 TIMES.
              05 w-cpg-tipo pic x.
              05 w-cpg-dias pic 9(3).
       01  w-cal-status pic xx.
       01  w-flag-cal pic 9.
       01  w-feriados-cant pic 9(3) value zero.
       01  w-feriados-tab.
           03 w-feriado-fecha OCCURS 366 TIMES
              INDEXED BY w-fer-idx pic 9(8).
       01  w-venc-fecha pic 9(8).
       01  w-venc-fecha-par REDEFINES w-venc-fecha.
           03 w-venc-anio pic 9(4).
           03 w-venc-mes pic 9(2).
           03 w-venc-dia pic 9(2).
       01  w-venc-tipo pic x.
       01  w-venc-dias pic 9(3).
       01  w-venc-int pic 9(8).
       01  w-venc-feriado pic x.
       01  w-factura-aux pic 9(12).
       01  w-factura-par REDEFINES w-factura-aux.
           03 w-factura-prefijo pic 9(2).
           03 filler pic 9(10).
       01  w-cant-abiertas pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(40) value
              "CONVERSION DE VENCIMIENTOS - ABIERTAS".
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-detalle.
           03 l-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-cliente pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-condpago pic 99.
           03 filler pic x(2) value spaces.
           03 l-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-vencimiento pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-estado pic x.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-CTAANT.
           PERFORM UNTIL fin-ant
               PERFORM 300-PROCESO
               PERFORM 200-LEER-CTAANT
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * conversion de una sola vez: el operador copia ctacte.dat a
      * ctacte.ant y este programa reconstruye ctacte.dat con el nuevo
      * layout, fijando el vencimiento de cada cuenta con la condicion
      * de pago actual del cliente. ctacte.ant queda como respaldo
       100-INICIO.
           OPEN INPUT CTAANT.
           IF w-fs-ctaant NOT = "00"
              AND w-fs-ctaant NOT = "05"
               MOVE "CTAANT" TO w-abend-archivo
               MOVE w-fs-ctaant TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CONVVENC.
           IF w-fs-convvenc NOT = "00"
              AND w-fs-convvenc NOT = "05"
               MOVE "CONVVENC" TO w-abend-archivo
               MOVE w-fs-convvenc TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE lin-titulo TO cnv-linea.
           WRITE cnv-linea.
           MOVE lin-guarda TO cnv-linea.
           WRITE cnv-linea.
           PERFORM 130-CARGAR-CONDPAGO.
           PERFORM 140-CARGAR-FERIADOS.

       130-CARGAR-CONDPAGO.
           INITIALIZE w-condpagos.
           MOVE ZERO TO w-flag-cpg.
           OPEN INPUT CONDPAGO.
           IF w-cpg-status = "00" OR w-cpg-status = "05"
               PERFORM 135-LEER-CONDPAGO
                   UNTIL w-flag-cpg = 1
               CLOSE CONDPAGO
           END-IF.

       135-LEER-CONDPAGO.
           READ CONDPAGO
               AT END MOVE 1 TO w-flag-cpg
               NOT AT END
                   IF cpg-codigo > ZERO
                       MOVE cpg-tipo TO w-cpg-tipo(cpg-codigo)
                       MOVE cpg-dias TO w-cpg-dias(cpg-codigo)
                   END-IF
           END-READ.

       140-CARGAR-FERIADOS.
           MOVE ZERO TO w-feriados-cant.
           MOVE ZERO TO w-flag-cal.
           OPEN INPUT CALENDARIO.
           IF w-cal-status = "00" OR w-cal-status = "05"
               PERFORM 145-LEER-FERIADO
                   UNTIL w-flag-cal = 1
               CLOSE CALENDARIO
           END-IF.

       145-LEER-FERIADO.
           READ CALENDARIO
               AT END MOVE 1 TO w-flag-cal
               NOT AT END
                   IF cal-tipo = "F" AND w-feriados-cant < 366
                       ADD 1 TO w-feriados-cant
                       MOVE cal-fecha
                           TO w-feriado-fecha(w-feriados-cant)
                   END-IF
           END-READ.

       200-LEER-CTAANT.
           READ CTAANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END ADD 1 TO w-ctl-leidos.

      * las notas de debito por interes (prefijo 99) vencen el mismo
      * dia en que se emiten, igual que las que genera interesMora
       300-PROCESO.
           MOVE ant-factura TO cta-factura.
           MOVE ant-cliente TO cta-cliente.
           MOVE ant-vend TO cta-vend.
           MOVE ant-fecha TO cta-fecha.
           MOVE ant-total TO cta-total.
           MOVE ant-cobrado TO cta-cobrado.
           MOVE ant-estado TO cta-estado.
           MOVE ant-moneda TO cta-moneda.
           MOVE ant-cambio TO cta-cambio.
           MOVE ant-factura TO w-factura-aux.
           IF w-factura-prefijo = 99
               MOVE cta-fecha TO cta-vencimiento
               MOVE ZERO TO cte-condpago
           ELSE
               PERFORM 500-CALCULAR-VENCIMIENTO
           END-IF.
           WRITE cta-reg
               INVALID KEY
                   DISPLAY "FACTURA " cta-factura " DUPLICADA"
               NOT INVALID KEY
                   ADD 1 TO w-ctl-escritos
           END-WRITE.
           IF cta-estado = "A" OR cta-estado = "P"
               PERFORM 350-LISTAR-ABIERTA
           END-IF.

       350-LISTAR-ABIERTA.
           MOVE cta-factura TO l-factura.
           MOVE cta-cliente TO l-cliente.
           MOVE cte-condpago TO l-condpago.
           MOVE cta-fecha TO l-fecha.
           MOVE cta-vencimiento TO l-vencimiento.
           MOVE cta-estado TO l-estado.
           MOVE lin-detalle TO cnv-linea.
           WRITE cnv-linea.
           ADD 1 TO w-cant-abiertas.

       400-FIN.
           CLOSE CTAANT.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE CONVVENC.
           DISPLAY "CUENTAS CONVERTIDAS: " w-ctl-escritos.
           DISPLAY "ABIERTAS CON VENCIMIENTO: " w-cant-abiertas.

      * misma regla que el alta de la corrida nocturna: neto N dias o
      * fin de mes mas N dias, corrido al dia siguiente si es feriado
       500-CALCULAR-VENCIMIENTO.
           MOVE "N" TO w-venc-tipo.
           MOVE ZERO TO w-venc-dias.
           MOVE cta-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY MOVE ZERO TO cte-condpago
               NOT INVALID KEY
                   IF cte-condpago > ZERO
                      AND w-cpg-tipo(cte-condpago) NOT = SPACE
                       MOVE w-cpg-tipo(cte-condpago) TO w-venc-tipo
                       MOVE w-cpg-dias(cte-condpago) TO w-venc-dias
                   END-IF
           END-READ.
           MOVE cta-fecha TO w-venc-fecha.
           IF w-venc-tipo = "F"
               MOVE 1 TO w-venc-dia
               IF w-venc-mes = 12
                   MOVE 1 TO w-venc-mes
                   ADD 1 TO w-venc-anio
               ELSE
                   ADD 1 TO w-venc-mes
               END-IF
               COMPUTE w-venc-int =
                   FUNCTION INTEGER-OF-DATE(w-venc-fecha) - 1
           ELSE
               COMPUTE w-venc-int =
                   FUNCTION INTEGER-OF-DATE(w-venc-fecha)
           END-IF.
           ADD w-venc-dias TO w-venc-int.
           MOVE "s" TO w-venc-feriado.
           PERFORM 510-SALTEAR-FERIADO
               UNTIL w-venc-feriado = "n".
           MOVE w-venc-fecha TO cta-vencimiento.

       510-SALTEAR-FERIADO.
           COMPUTE w-venc-fecha =
               FUNCTION DATE-OF-INTEGER(w-venc-int).
           MOVE "n" TO w-venc-feriado.
           IF w-feriados-cant > ZERO
               PERFORM 520-COMPARAR-FERIADO
                   VARYING w-fer-idx FROM 1 BY 1
                   UNTIL w-fer-idx > w-feriados-cant
                      OR w-venc-feriado = "s"
           END-IF.
           IF w-venc-feriado = "s"
               ADD 1 TO w-venc-int
           END-IF.

       520-COMPARAR-FERIADO.
           IF w-feriado-fecha(w-fer-idx) = w-venc-fecha
               MOVE "s" TO w-venc-feriado
           END-IF.

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
