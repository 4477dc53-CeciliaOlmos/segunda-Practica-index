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
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT OPTIONAL PLANPAGO ASSIGN TO "..\planpago.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ppl-numero
                   ALTERNATE RECORD KEY IS ppl-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-planpago.
           SELECT PLANESPAGO ASSIGN TO "..\planespago.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-planespago.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PLANPAGO.
       01  ppl-reg.
           03 ppl-numero pic 9(6).
           03 ppl-cliente pic 9(6).
           03 ppl-fecha-alta pic 9(8).
           03 ppl-cant-cuotas pic 9(2).
           03 ppl-refinanciado pic s9(10)V99.
           03 ppl-recargo pic s9(10)V99.
           03 ppl-venc-original pic 9(8).
           03 ppl-estado pic x.
           03 ppl-fecha-baja pic 9(8).
           03 ppl-operador pic x(8).
       FD  PLANESPAGO.
       01  pla-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "CONTROLAPLANES".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-planpago pic xx.
       01  w-fs-planespago pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CONTROLAPLANES".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-plan pic 9 value zero.
           88 fin-plan value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-dias-hoy pic 9(8).
       01  w-dias-atraso pic s9(5).
      * una cuota que sigue impaga pasado este plazo desde su
      * vencimiento hace caer el plan; es el mismo corte del primer
      * aviso de mora
       01  w-dias-tolerancia pic 9(3) value 30.
       01  w-cuota-factura pic 9(12).
       01  w-cuota-partes REDEFINES w-cuota-factura.
           03 w-cuota-prefijo pic 9(2).
           03 w-cuota-plan pic 9(6).
           03 w-cuota-numero pic 9(2).
           03 w-cuota-sufijo pic 9(2).
       01  w-cuota-idx pic 9(2).
       01  w-cant-pagas pic 9(2).
       01  w-cant-vencidas pic 9(2).
       01  w-max-atraso pic s9(5).
       01  w-saldo-cuota pic s9(10)V99.
       01  w-saldo-plan pic s9(10)V99.
       01  w-proximo-venc pic 9(8).
       01  w-cumplimiento pic x(12).
       01  w-cant-vigentes pic 9(5) value zero.
       01  w-cant-caidos pic 9(5) value zero.
       01  w-cant-terminados pic 9(5) value zero.
       01  w-total-saldo pic s9(12)V99 value zero.
       01  lin-titulo.
           03 filler pic x(38) value
              "PLANES DE PAGO VIGENTES AL           ".
           03 l-fecha pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-cabecera.
           03 filler pic x(8) value "PLAN".
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(12) value "ALTA".
           03 filler pic x(7) value "CUOTAS".
           03 filler pic x(6) value "PAGAS".
           03 filler pic x(8) value "VENCID.".
           03 filler pic x(18) value "SALDO PLAN".
           03 filler pic x(12) value "PROXIMO VTO".
           03 filler pic x(12) value "SITUACION".
       01  lin-plan.
           03 l-plan pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-cliente pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x value space.
           03 l-alta pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-cuotas pic z9.
           03 filler pic x(5) value spaces.
           03 l-pagas pic z9.
           03 filler pic x(4) value spaces.
           03 l-vencidas pic z9.
           03 filler pic x(3) value spaces.
           03 l-saldo pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-proximo pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-situacion pic x(12).
       01  lin-totales.
           03 filler pic x(11) value "VIGENTES: ".
           03 l-tot-vigentes pic zzzz9.
           03 filler pic x(14) value "  CAIDOS HOY: ".
           03 l-tot-caidos pic zzzz9.
           03 filler pic x(17) value "  CUMPLIDOS HOY: ".
           03 l-tot-terminados pic zzzz9.
           03 filler pic x(16) value "  SALDO TOTAL: ".
           03 l-tot-saldo pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-dias-hoy =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PLAN.
           PERFORM UNTIL fin-plan
               IF ppl-estado = "V"
                   PERFORM 300-CONTROLAR-PLAN
               END-IF
               PERFORM 200-LEER-PLAN
           END-PERFORM.
           PERFORM 800-FIN.
           IF w-cant-caidos > ZERO
               DISPLAY "PLANES DE PAGO CAIDOS HOY: " w-cant-caidos
                       " - VER PLANESPAGO.TXT"
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN I-O CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O PLANPAGO.
           IF w-fs-planpago NOT = "00"
              AND w-fs-planpago NOT = "05"
               MOVE "PLANPAGO" TO w-abend-archivo
               MOVE w-fs-planpago TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT PLANESPAGO.
           IF w-fs-planespago NOT = "00"
              AND w-fs-planespago NOT = "05"
               MOVE "PLANESPAGO" TO w-abend-archivo
               MOVE w-fs-planespago TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha.
           MOVE lin-titulo TO pla-linea.
           WRITE pla-linea.
           MOVE lin-guarda TO pla-linea.
           WRITE pla-linea.
           MOVE lin-cabecera TO pla-linea.
           WRITE pla-linea.
           MOVE lin-guarda TO pla-linea.
           WRITE pla-linea.
           MOVE ZERO TO ppl-numero.
           START PLANPAGO KEY IS >= ppl-numero
               INVALID KEY MOVE 1 TO w-flag-plan
               NOT INVALID KEY CONTINUE
           END-START.

       200-LEER-PLAN.
           READ PLANPAGO NEXT AT END MOVE 1 TO w-flag-plan
               NOT AT END ADD 1 TO w-ctl-leidos.

       300-CONTROLAR-PLAN.
           MOVE ZERO TO w-cant-pagas.
           MOVE ZERO TO w-cant-vencidas.
           MOVE ZERO TO w-max-atraso.
           MOVE ZERO TO w-saldo-plan.
           MOVE ZERO TO w-proximo-venc.
           PERFORM 310-REVISAR-CUOTA
               VARYING w-cuota-idx FROM 1 BY 1
               UNTIL w-cuota-idx > ppl-cant-cuotas.
           EVALUATE TRUE
               WHEN w-saldo-plan NOT > ZERO
                   MOVE "T" TO ppl-estado
                   MOVE w-fecha-hoy TO ppl-fecha-baja
                   REWRITE ppl-reg
                   MOVE "CUMPLIDO HOY" TO w-cumplimiento
                   ADD 1 TO w-cant-terminados
               WHEN w-max-atraso > w-dias-tolerancia
                   PERFORM 400-HACER-CAER-PLAN
                   MOVE "CAIDO HOY" TO w-cumplimiento
                   ADD 1 TO w-cant-caidos
               WHEN w-cant-vencidas > ZERO
                   MOVE "ATRASADO" TO w-cumplimiento
                   ADD 1 TO w-cant-vigentes
               WHEN OTHER
                   MOVE "AL DIA" TO w-cumplimiento
                   ADD 1 TO w-cant-vigentes
           END-EVALUATE.
           PERFORM 500-LISTAR-PLAN.

      * una cuota castigada ya salio de la cartera: no cuenta como
      * deuda del plan ni lo hace caer
       310-REVISAR-CUOTA.
           PERFORM 320-ARMAR-CUOTA.
           READ CTACTE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE w-saldo-cuota = cta-total - cta-cobrado
                   IF cta-estado = "C" OR cta-estado = "X"
                      OR w-saldo-cuota NOT > ZERO
                       ADD 1 TO w-cant-pagas
                   ELSE
                       ADD w-saldo-cuota TO w-saldo-plan
                       PERFORM 330-MEDIR-ATRASO
                   END-IF
           END-READ.

       320-ARMAR-CUOTA.
           MOVE 97 TO w-cuota-prefijo.
           MOVE ppl-numero TO w-cuota-plan.
           MOVE w-cuota-idx TO w-cuota-numero.
           MOVE ZERO TO w-cuota-sufijo.
           MOVE w-cuota-factura TO cta-factura.

       330-MEDIR-ATRASO.
           IF cta-vencimiento < w-fecha-hoy
               ADD 1 TO w-cant-vencidas
               COMPUTE w-dias-atraso = w-dias-hoy
                   - FUNCTION INTEGER-OF-DATE(cta-vencimiento)
               IF w-dias-atraso > w-max-atraso
                   MOVE w-dias-atraso TO w-max-atraso
               END-IF
           ELSE
               IF w-proximo-venc = ZERO
                   MOVE cta-vencimiento TO w-proximo-venc
               END-IF
           END-IF.

      * el plan cae entero: las cuotas que quedan impagas pasan a
      * vencer el dia que vencia la factura refinanciada mas vieja,
      * asi la mora y los intereses toman todo el saldo como atrasado
      * desde entonces, igual que si el plan no hubiera existido
       400-HACER-CAER-PLAN.
           MOVE "K" TO ppl-estado.
           MOVE w-fecha-hoy TO ppl-fecha-baja.
           REWRITE ppl-reg.
           PERFORM 410-REVENCER-CUOTA
               VARYING w-cuota-idx FROM 1 BY 1
               UNTIL w-cuota-idx > ppl-cant-cuotas.
           MOVE ZERO TO w-proximo-venc.

       410-REVENCER-CUOTA.
           PERFORM 320-ARMAR-CUOTA.
           READ CTACTE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF (cta-estado = "A" OR cta-estado = "P")
                      AND cta-total > cta-cobrado
                       MOVE ppl-venc-original TO cta-vencimiento
                       REWRITE cta-reg
                   END-IF
           END-READ.

       500-LISTAR-PLAN.
           MOVE ppl-numero TO l-plan.
           MOVE ppl-cliente TO l-cliente.
           MOVE ppl-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY MOVE "--CLIENTE SIN DATOS--" TO l-nombre
               NOT INVALID KEY MOVE cte-nombre TO l-nombre
           END-READ.
           MOVE ppl-fecha-alta TO l-alta.
           MOVE ppl-cant-cuotas TO l-cuotas.
           MOVE w-cant-pagas TO l-pagas.
           MOVE w-cant-vencidas TO l-vencidas.
           MOVE w-saldo-plan TO l-saldo.
           MOVE w-proximo-venc TO l-proximo.
           MOVE w-cumplimiento TO l-situacion.
           MOVE lin-plan TO pla-linea.
           WRITE pla-linea.
           ADD 1 TO w-ctl-escritos.
           IF ppl-estado NOT = "T"
               ADD w-saldo-plan TO w-total-saldo
           END-IF.

       800-FIN.
           MOVE lin-guarda TO pla-linea.
           WRITE pla-linea.
           MOVE w-cant-vigentes TO l-tot-vigentes.
           MOVE w-cant-caidos TO l-tot-caidos.
           MOVE w-cant-terminados TO l-tot-terminados.
           MOVE w-total-saldo TO l-tot-saldo.
           MOVE lin-totales TO pla-linea.
           WRITE pla-linea.
           DISPLAY "PLANES DE PAGO VIGENTES: " w-cant-vigentes
                   " CAIDOS: " w-cant-caidos
                   " CUMPLIDOS: " w-cant-terminados.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE PLANPAGO.
           CLOSE PLANESPAGO.

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
