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
           SELECT CREDRET ASSIGN TO "..\credret.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS crr-factura
           FILE STATUS IS w-fs-credret.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT RETPEND ASSIGN TO "..\retenpend.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-retpend.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * registro de facturas retenidas por credito: P pendiente de
      * decision, L liberada, X rechazada
       FD  CREDRET.
       01  crr-reg.
           03 crr-factura pic 9(12).
           03 crr-cliente pic 9(6).
           03 crr-vend pic 9(3).
           03 crr-fecha pic 9(8).
           03 crr-importe pic s9(10)V99.
           03 crr-limite pic 9(10)V99.
           03 crr-saldo pic s9(12)V99.
           03 crr-exceso pic s9(12)V99.
           03 crr-estado pic x.
           03 crr-fecha-dec pic 9(8).
           03 crr-operador pic x(8).
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
       FD  RETPEND.
       01  rpd-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "RETENPENDIENTE".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-credret pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-retpend pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "RETENPENDIENTE".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-crr pic 9 value zero.
           88 fin-credret value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-dias pic s9(5).
       01  w-retenida pic x.
       01  w-cant-demoradas pic 9(6) value zero.
       01  w-cant-rechazadas pic 9(6) value zero.
       01  w-suma-demorada pic s9(12)V99 value zero.
       01  lin-titulo.
           03 filler pic x(46) value
              "FACTURAS RETENIDAS POR CREDITO SIN RESOLVER AL".
           03 filler pic x value space.
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-seccion.
           03 l-seccion pic x(60).
       01  lin-cabecera.
           03 filler pic x(14) value "FACTURA".
           03 filler pic x(12) value "RETENIDA".
           03 filler pic x(6) value "DIAS".
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(5) value "VEND".
           03 filler pic x(18) value "IMPORTE".
           03 filler pic x(18) value "EXCESO".
           03 filler pic x(8) value "DECIDIO".
       01  lin-detalle.
           03 l-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-dias pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-cliente pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-vend pic zz9.
           03 filler pic x(2) value spaces.
           03 l-importe pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-exceso pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-operador pic x(8).
       01  lin-total.
           03 filler pic x(34) value
              "PENDIENTES DE MAS DE UN DIA:".
           03 t-demoradas pic zzzzz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(9) value "IMPORTE: ".
           03 t-suma pic -.zzz.zzz.zzz.zz9,99.
       01  lin-total-rech.
           03 filler pic x(34) value
              "RECHAZADAS SIN NOTA DE CREDITO:".
           03 t-rechazadas pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           MOVE "PENDIENTES DE DECISION DE CREDITO" TO l-seccion.
           PERFORM 150-TITULO-SECCION.
           PERFORM 200-LEER-CREDRET.
           PERFORM UNTIL fin-credret
               IF crr-estado = "P"
                   PERFORM 300-VERIFICAR-PENDIENTE
               END-IF
               PERFORM 200-LEER-CREDRET
           END-PERFORM.
           PERFORM 350-TOTAL-PENDIENTES.
           MOVE "RECHAZADAS QUE SIGUEN ABIERTAS EN CUENTA CORRIENTE"
               TO l-seccion.
           PERFORM 150-TITULO-SECCION.
           PERFORM 170-RELEER-CREDRET.
           PERFORM UNTIL fin-credret
               IF crr-estado = "X"
                   PERFORM 400-VERIFICAR-RECHAZADA
               END-IF
               PERFORM 200-LEER-CREDRET
           END-PERFORM.
           PERFORM 800-FIN.
           IF w-cant-demoradas > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT CREDRET.
           IF w-fs-credret NOT = "00"
              AND w-fs-credret NOT = "05"
               MOVE "CREDRET" TO w-abend-archivo
               MOVE w-fs-credret TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
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
           OPEN OUTPUT RETPEND.
           IF w-fs-retpend NOT = "00"
              AND w-fs-retpend NOT = "05"
               MOVE "RETPEND" TO w-abend-archivo
               MOVE w-fs-retpend TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO rpd-linea.
           WRITE rpd-linea.

       150-TITULO-SECCION.
           MOVE lin-guarda TO rpd-linea.
           WRITE rpd-linea.
           MOVE lin-seccion TO rpd-linea.
           WRITE rpd-linea.
           MOVE lin-cabecera TO rpd-linea.
           WRITE rpd-linea.
           MOVE lin-guarda TO rpd-linea.
           WRITE rpd-linea.

      * el registro se recorre dos veces, una por seccion del listado
       170-RELEER-CREDRET.
           CLOSE CREDRET.
           OPEN INPUT CREDRET.
           MOVE ZERO TO w-flag-crr.
           PERFORM 200-LEER-CREDRET.

       200-LEER-CREDRET.
           READ CREDRET AT END MOVE 1 TO w-flag-crr
               NOT AT END ADD 1 TO w-ctl-leidos.

      * una retencion cuya factura ya no esta "H" (la pago entera el
      * cliente, por ejemplo) no espera a nadie y no se lista
       300-VERIFICAR-PENDIENTE.
           PERFORM 450-BUSCAR-CUENTA.
           IF w-retenida = "s"
               COMPUTE w-dias =
                   FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
                   - FUNCTION INTEGER-OF-DATE(crr-fecha)
               IF w-dias > 1
                   ADD 1 TO w-cant-demoradas
                   ADD crr-importe TO w-suma-demorada
                   MOVE SPACES TO l-operador
                   PERFORM 500-LISTAR
               END-IF
           END-IF.

       350-TOTAL-PENDIENTES.
           MOVE lin-guarda TO rpd-linea.
           WRITE rpd-linea.
           MOVE w-cant-demoradas TO t-demoradas.
           MOVE w-suma-demorada TO t-suma.
           MOVE lin-total TO rpd-linea.
           WRITE rpd-linea.
           DISPLAY lin-total.

      * lo rechazado se cancela con una nota de credito; mientras la
      * factura siga "H" con saldo queda a la vista de facturacion
       400-VERIFICAR-RECHAZADA.
           PERFORM 450-BUSCAR-CUENTA.
           IF w-retenida = "s"
               COMPUTE w-dias =
                   FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
                   - FUNCTION INTEGER-OF-DATE(crr-fecha)
               ADD 1 TO w-cant-rechazadas
               MOVE crr-operador TO l-operador
               PERFORM 500-LISTAR
           END-IF.

       450-BUSCAR-CUENTA.
           MOVE "n" TO w-retenida.
           MOVE crr-factura TO cta-factura.
           READ CTACTE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cta-estado = "H" AND cta-total > cta-cobrado
                       MOVE "s" TO w-retenida
                   END-IF
           END-READ.

       500-LISTAR.
           MOVE crr-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE "--CLIENTE SIN DATOS--" TO l-nombre
               NOT INVALID KEY
                   MOVE cte-nombre TO l-nombre
           END-READ.
           MOVE crr-factura TO l-factura.
           MOVE crr-fecha TO l-fecha.
           MOVE w-dias TO l-dias.
           MOVE crr-cliente TO l-cliente.
           MOVE crr-vend TO l-vend.
           MOVE crr-importe TO l-importe.
           MOVE crr-exceso TO l-exceso.
           MOVE lin-detalle TO rpd-linea.
           WRITE rpd-linea.
           ADD 1 TO w-ctl-escritos.

       800-FIN.
           MOVE lin-guarda TO rpd-linea.
           WRITE rpd-linea.
           MOVE w-cant-rechazadas TO t-rechazadas.
           MOVE lin-total-rech TO rpd-linea.
           WRITE rpd-linea.
           DISPLAY lin-total-rech.
           CLOSE CREDRET.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE RETPEND.

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
