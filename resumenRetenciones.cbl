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
           SELECT RETENCION ASSIGN TO "..\retenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ret-llave
           FILE STATUS IS w-fs-retencion.
           SELECT ASIENTOS ASSIGN TO "..\asientos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientos.
           SELECT RESUMENRET ASSIGN TO "..\resumenret.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-resumenret.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCION.
       01  ret-reg.
           03 ret-llave.
              05 ret-cuit pic 9(11).
              05 ret-tipo pic x.
              05 ret-certificado pic x(14).
           03 ret-cliente pic 9(6).
           03 ret-fecha pic 9(8).
           03 ret-factura pic 9(12).
           03 ret-importe pic 9(10)V99.
           03 ret-estado pic x.
           03 ret-periodo-conc pic 9(6).
           03 ret-asentado pic x.
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 asi-cuenta pic x(6).
           03 asi-concepto pic x(30).
           03 asi-debe pic s9(12)V99.
           03 asi-haber pic s9(12)V99.
       FD  RESUMENRET.
       01  res-linea pic x(100).
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
       01  w-abend-programa pic x(15) value "RESUMENRETENC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-retencion pic xx.
       01  w-fs-asientos pic xx.
       01  w-fs-resumenret pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "RESUMENRETENC".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-ret pic 9 value zero.
           88 fin-ret value 1.
       01  w-periodo pic 9(6).
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-aux pic 9(8).
       01  w-fecha-periodo REDEFINES w-fecha-aux.
           03 w-fecha-aaaamm pic 9(6).
           03 filler pic 9(2).
      * un renglon por impuesto, con la cuenta de retenciones sufridas
      * donde contabilidad lo imputa
       01  w-imp-tab.
           03 w-imp-item OCCURS 3 TIMES INDEXED BY w-imp-idx.
              05 w-imp-tipo pic x.
              05 w-imp-descrip pic x(20).
              05 w-imp-cuenta pic x(6).
              05 w-imp-cantidad pic 9(6).
              05 w-imp-total pic 9(12)V99.
              05 w-imp-conciliado pic 9(12)V99.
              05 w-imp-a-asentar pic 9(12)V99.
       01  w-imp-pos pic 9.
       01  w-tot-cantidad pic 9(6) value zero.
       01  w-tot-total pic 9(12)V99 value zero.
       01  w-tot-conciliado pic 9(12)V99 value zero.
       01  w-tot-a-asentar pic 9(12)V99 value zero.
       01  w-concepto-ret.
           03 filler pic x(21) value "RETENCIONES SUFRIDAS ".
           03 w-concepto-periodo pic 9(6).
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-titulo.
           03 filler pic x(40) value
              "RESUMEN DE RETENCIONES SUFRIDAS PERIODO ".
           03 l-periodo pic 9(6).
       01  lin-cabecera.
           03 filler pic x(22) value "IMPUESTO".
           03 filler pic x(8) value "CUENTA".
           03 filler pic x(8) value "  CANT.".
           03 filler pic x(21) value "          RETENIDO".
           03 filler pic x(21) value "        CONCILIADO".
           03 filler pic x(20) value "     ASENTADO HOY".
       01  lin-detalle.
           03 l-descrip pic x(20).
           03 filler pic x(2) value spaces.
           03 l-cuenta pic x(6).
           03 filler pic x(2) value spaces.
           03 l-cantidad pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-total pic -.zzz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-conciliado pic -.zzz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-a-asentar pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A RESUMIR (AAAAMM): ".
           ACCEPT w-periodo.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RETENCION.
           PERFORM UNTIL fin-ret
               PERFORM 300-PROCESO
               PERFORM 200-LEER-RETENCION
           END-PERFORM.
           PERFORM 500-LISTAR-RESUMEN.
           IF w-tot-a-asentar > ZERO
               PERFORM 600-ASIENTO-RETENCIONES
           END-IF.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN I-O RETENCION.
           IF w-fs-retencion NOT = "00"
              AND w-fs-retencion NOT = "05"
               MOVE "RETENCION" TO w-abend-archivo
               MOVE w-fs-retencion TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT RESUMENRET.
           IF w-fs-resumenret NOT = "00"
              AND w-fs-resumenret NOT = "05"
               MOVE "RESUMENRET" TO w-abend-archivo
               MOVE w-fs-resumenret TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           INITIALIZE w-imp-tab.
           MOVE "I" TO w-imp-tipo(1).
           MOVE "RETENCIONES DE IVA" TO w-imp-descrip(1).
           MOVE "113006" TO w-imp-cuenta(1).
           MOVE "G" TO w-imp-tipo(2).
           MOVE "RET. DE GANANCIAS" TO w-imp-descrip(2).
           MOVE "113007" TO w-imp-cuenta(2).
           MOVE "B" TO w-imp-tipo(3).
           MOVE "RET. INGRESOS BRUTOS" TO w-imp-descrip(3).
           MOVE "113008" TO w-imp-cuenta(3).

       200-LEER-RETENCION.
           READ RETENCION NEXT AT END MOVE 1 TO w-flag-ret
               NOT AT END ADD 1 TO w-ctl-leidos.

      * el resumen cuenta todo el periodo, pero al diario solo va lo
      * que no se asento en una corrida anterior del mismo resumen
       300-PROCESO.
           MOVE ret-fecha TO w-fecha-aux.
           IF w-fecha-aaaamm = w-periodo
               EVALUATE ret-tipo
                   WHEN "I" MOVE 1 TO w-imp-pos
                   WHEN "G" MOVE 2 TO w-imp-pos
                   WHEN OTHER MOVE 3 TO w-imp-pos
               END-EVALUATE
               ADD 1 TO w-imp-cantidad(w-imp-pos)
               ADD ret-importe TO w-imp-total(w-imp-pos)
               IF ret-estado = "C"
                   ADD ret-importe TO w-imp-conciliado(w-imp-pos)
               END-IF
               IF ret-asentado NOT = "s"
                   ADD ret-importe TO w-imp-a-asentar(w-imp-pos)
                   ADD ret-importe TO w-tot-a-asentar
                   MOVE "s" TO ret-asentado
                   REWRITE ret-reg
               END-IF
           END-IF.

       500-LISTAR-RESUMEN.
           MOVE w-periodo TO l-periodo.
           MOVE lin-titulo TO res-linea.
           WRITE res-linea.
           MOVE lin-guarda TO res-linea.
           WRITE res-linea.
           MOVE lin-cabecera TO res-linea.
           WRITE res-linea.
           MOVE lin-guarda TO res-linea.
           WRITE res-linea.
           PERFORM 510-LISTAR-IMPUESTO
               VARYING w-imp-idx FROM 1 BY 1 UNTIL w-imp-idx > 3.
           MOVE lin-guarda TO res-linea.
           WRITE res-linea.
           MOVE "TOTAL DEL PERIODO" TO l-descrip.
           MOVE SPACES TO l-cuenta.
           MOVE w-tot-cantidad TO l-cantidad.
           MOVE w-tot-total TO l-total.
           MOVE w-tot-conciliado TO l-conciliado.
           MOVE w-tot-a-asentar TO l-a-asentar.
           MOVE lin-detalle TO res-linea.
           WRITE res-linea.
           DISPLAY lin-detalle.

       510-LISTAR-IMPUESTO.
           MOVE w-imp-descrip(w-imp-idx) TO l-descrip.
           MOVE w-imp-cuenta(w-imp-idx) TO l-cuenta.
           MOVE w-imp-cantidad(w-imp-idx) TO l-cantidad.
           MOVE w-imp-total(w-imp-idx) TO l-total.
           MOVE w-imp-conciliado(w-imp-idx) TO l-conciliado.
           MOVE w-imp-a-asentar(w-imp-idx) TO l-a-asentar.
           MOVE lin-detalle TO res-linea.
           WRITE res-linea.
           ADD 1 TO w-ctl-escritos.
           ADD w-imp-cantidad(w-imp-idx) TO w-tot-cantidad.
           ADD w-imp-total(w-imp-idx) TO w-tot-total.
           ADD w-imp-conciliado(w-imp-idx) TO w-tot-conciliado.

      * el certificado es un credito fiscal a favor: debe en la cuenta
      * de retenciones sufridas de cada impuesto contra deudores por
      * venta, que es lo que el cliente dejo de pagar en efectivo
       600-ASIENTO-RETENCIONES.
           OPEN EXTEND ASIENTOS.
           IF w-fs-asientos NOT = "00"
               OPEN OUTPUT ASIENTOS
           END-IF.
           IF w-fs-asientos NOT = "00"
              AND w-fs-asientos NOT = "05"
               MOVE "ASIENTOS" TO w-abend-archivo
               MOVE w-fs-asientos TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo TO w-concepto-periodo.
           PERFORM 610-ASIENTO-IMPUESTO
               VARYING w-imp-idx FROM 1 BY 1 UNTIL w-imp-idx > 3.
           MOVE w-fecha-hoy TO asi-fecha.
           MOVE "112001" TO asi-cuenta.
           MOVE w-concepto-ret TO asi-concepto.
           MOVE ZERO TO asi-debe.
           MOVE w-tot-a-asentar TO asi-haber.
           WRITE asi-reg.
           CLOSE ASIENTOS.

       610-ASIENTO-IMPUESTO.
           IF w-imp-a-asentar(w-imp-idx) > ZERO
               MOVE w-fecha-hoy TO asi-fecha
               MOVE w-imp-cuenta(w-imp-idx) TO asi-cuenta
               MOVE w-concepto-ret TO asi-concepto
               MOVE w-imp-a-asentar(w-imp-idx) TO asi-debe
               MOVE ZERO TO asi-haber
               WRITE asi-reg
           END-IF.

       400-FIN.
           CLOSE RETENCION.
           CLOSE RESUMENRET.

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
