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
           SELECT MOVDETALLE ASSIGN TO "..\movdetalle.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movdetalle.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT OPTIONAL CLIENVIP ASSIGN TO "..\clienvip.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cli-codcli
                   ALTERNATE RECORD KEY IS cli-vend WITH DUPLICATES
           FILE STATUS IS w-fs-clienvip.
           SELECT OPTIONAL COMREVERT ASSIGN TO "..\comrevert.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comrevert.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVDETALLE.
       01  mdet-reg.
           03 mdet-vend pic 9(3).
           03 mdet-cliente pic 9(6).
           03 mdet-factura pic 9(12).
           03 mdet-articulo pic x(8).
           03 mdet-costo pic s9(10)V99.
           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
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
       FD  CLIENVIP.
       01  cli-reg.
           03 cli-codcli pic 9(6).
           03 cli-ganancia pic s9(10)V99.
           03 cli-nombre pic x(30).
           03 cli-vend pic 9(3).
           03 cli-exento pic x.
           03 cli-sucursal pic 9(2).
       FD  COMREVERT.
       01  rev-reg.
           03 rev-vend pic 9(3).
           03 rev-periodo pic 9(6).
           03 rev-factura pic 9(12).
           03 rev-motivo pic x(10).
           03 rev-ganancia pic s9(10)V99.
           03 rev-corrida pic 9(8).
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
       01  w-abend-programa pic x(15) value "REVERSACOMISION".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-movdetalle pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-comrevert pic xx.
       01  w-fs-clienvip pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "REVERSACOMISION".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-entrada pic x(8).
       01  w-corrida pic 9(8).
       01  w-flag-mdet pic 9 value zero.
           88 fin-movdetalle value 1.
       01  w-flag-rev pic 9 value zero.
           88 fin-comrevert value 1.
       01  w-ya-registrada pic x value "n".
       01  w-hay-factura pic x value "n".
       01  w-fac-ant pic 9(12).
       01  w-vend-fac pic 9(3).
       01  w-cli-fac pic 9(6).
       01  w-en-cartera pic x.
       01  w-cant-fuera pic 9(6) value zero.
       01  w-gan-revertida pic s9(10)V99.
       01  w-cant-reversiones pic 9(6) value zero.
       01  w-suma-revertida pic s9(12)V99 value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-entrada IS NUMERIC
               MOVE w-entrada TO w-corrida
           ELSE
               ACCEPT w-corrida FROM DATE YYYYMMDD
           END-IF.
           PERFORM 150-VERIFICAR-REGISTRADA.
           IF w-ya-registrada = "s"
               DISPLAY "LAS DEVOLUCIONES DE LA CORRIDA " w-corrida
                       " YA ESTAN EN COMREVERT.TXT - NO SE REPITEN"
           ELSE
               PERFORM 100-INICIO
               PERFORM 200-LEER-MOVDETALLE
               PERFORM UNTIL fin-movdetalle
                   IF mdet-cantid < ZERO
                       PERFORM 300-ACUMULAR-DEVOLUCION
                   END-IF
                   PERFORM 200-LEER-MOVDETALLE
               END-PERFORM
               IF w-hay-factura = "s"
                   PERFORM 400-REGISTRAR-REVERSION
               END-IF
               PERFORM 800-FIN
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT MOVDETALLE.
           IF w-fs-movdetalle NOT = "00"
              AND w-fs-movdetalle NOT = "05"
               MOVE "MOVDETALLE" TO w-abend-archivo
               MOVE w-fs-movdetalle TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENVIP.
           IF w-fs-clienvip NOT = "00"
              AND w-fs-clienvip NOT = "05"
               MOVE "CLIENVIP" TO w-abend-archivo
               MOVE w-fs-clienvip TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND COMREVERT.
           IF w-fs-comrevert NOT = "00"
               OPEN OUTPUT COMREVERT
           END-IF.
           IF w-fs-comrevert NOT = "00"
              AND w-fs-comrevert NOT = "05"
               MOVE "COMREVERT" TO w-abend-archivo
               MOVE w-fs-comrevert TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

      * una corrida retomada despues de este paso no vuelve a cargar
      * las devoluciones del dia: se reconocen por la fecha de corrida
       150-VERIFICAR-REGISTRADA.
           OPEN INPUT COMREVERT.
           IF w-fs-comrevert = "00"
               PERFORM 160-LEER-COMREVERT
               PERFORM UNTIL fin-comrevert
                   IF rev-motivo = "DEVOLUCION"
                      AND rev-corrida = w-corrida
                       MOVE "s" TO w-ya-registrada
                   END-IF
                   PERFORM 160-LEER-COMREVERT
               END-PERFORM
           END-IF.
           CLOSE COMREVERT.

       160-LEER-COMREVERT.
           READ COMREVERT AT END MOVE 1 TO w-flag-rev.

       200-LEER-MOVDETALLE.
           READ MOVDETALLE AT END MOVE 1 TO w-flag-mdet
               NOT AT END ADD 1 TO w-ctl-leidos.

      * las lineas de una devolucion vienen con la cantidad y el margen
      * en negativo; se junta el margen perdido por factura para que la
      * comision que se devuelve salga en un solo renglon
       300-ACUMULAR-DEVOLUCION.
           IF w-hay-factura = "s"
              AND mdet-factura NOT = w-fac-ant
               PERFORM 400-REGISTRAR-REVERSION
           END-IF.
           IF w-hay-factura = "n"
               MOVE mdet-factura TO w-fac-ant
               MOVE mdet-vend TO w-vend-fac
               MOVE mdet-cliente TO w-cli-fac
               MOVE ZERO TO w-gan-revertida
               MOVE "s" TO w-hay-factura
           END-IF.
           SUBTRACT mdet-costo FROM w-gan-revertida.

      * la devolucion ya baja la ganancia del cliente, y con ella la
      * comision que liquida esta noche comisionVendedor. aca solo se
      * deja la factura y el margen devuelto para que liquidaComision
      * los muestre como detalle de ese ajuste, en el vendedor que
      * tiene al cliente en su cartera y en el periodo de la corrida.
      * si el cliente no esta en clienvip bajo ese vendedor no cobra
      * comision por el y no hay nada que informar
       400-REGISTRAR-REVERSION.
           MOVE "n" TO w-hay-factura.
           IF w-gan-revertida > ZERO
               MOVE w-fac-ant TO cta-factura
               READ CTACTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cta-vend TO w-vend-fac
                       MOVE cta-cliente TO w-cli-fac
               END-READ
               PERFORM 410-VERIFICAR-CARTERA
               IF w-en-cartera = "s"
                   MOVE w-vend-fac TO rev-vend
                   MOVE w-corrida(1:6) TO rev-periodo
                   MOVE w-fac-ant TO rev-factura
                   MOVE "DEVOLUCION" TO rev-motivo
                   MOVE w-gan-revertida TO rev-ganancia
                   MOVE w-corrida TO rev-corrida
                   WRITE rev-reg
                   ADD 1 TO w-cant-reversiones
                   ADD 1 TO w-ctl-escritos
                   ADD w-gan-revertida TO w-suma-revertida
               ELSE
                   ADD 1 TO w-cant-fuera
               END-IF
           END-IF.

       410-VERIFICAR-CARTERA.
           MOVE "n" TO w-en-cartera.
           MOVE w-cli-fac TO cli-codcli.
           READ CLIENVIP
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cli-vend = w-vend-fac
                       MOVE "s" TO w-en-cartera
                   END-IF
           END-READ.

       800-FIN.
           DISPLAY "DEVOLUCIONES DE CLIENTES EN CARTERA: "
                   w-cant-reversiones
                   " MARGEN DEVUELTO: " w-suma-revertida.
           DISPLAY "DEVOLUCIONES DE CLIENTES FUERA DE CARTERA: "
                   w-cant-fuera.
           CLOSE MOVDETALLE.
           CLOSE CTACTE.
           CLOSE CLIENVIP.
           CLOSE COMREVERT.

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
