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
           SELECT HISTMOV ASSIGN TO w-arch-historico
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-hist-status.

           SELECT FACTURAS ASSIGN TO "..\facturas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is fac-llave
           FILE STATUS IS w-fs-facturas.

           SELECT ARTICULO ASSIGN TO "..\articulo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is art-codigo
           ALTERNATE RECORD KEY IS art-descrip WITH DUPLICATES
           FILE STATUS IS w-fs-articulo.

           SELECT OPTIONAL COSTOHIST ASSIGN TO "..\costohist.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cth-llave
           FILE STATUS IS w-fs-costohist.

           SELECT RESUMEN ASSIGN TO "..\resumen.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rsm-llave
           FILE STATUS IS w-fs-resumen.
           SELECT VENTADIA ASSIGN TO "..\ventadia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vdi-llave
           FILE STATUS IS w-fs-ventadia.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTMOV.
       01  mov-reg.
           03 mov-tipo pic x.
           03 mov-vend pic 9(3).
           03 mov-cliente pic 9(6).
           03 mov-factura pic 9(12).
           03 mov-sucursal pic 9(2).
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
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 art-descrip pic x(30).
           03 art-costo pic 9(10)V99.
       FD  COSTOHIST.
       01  cth-reg.
           03 cth-llave.
              05 cth-articulo pic x(8).
              05 cth-fecha-desde pic 9(8).
           03 cth-costo pic 9(10)V99.
       FD  RESUMEN.
       01  rsm-reg.
           03 rsm-llave.
              05 rsm-periodo pic 9(6).
              05 rsm-vend pic 9(3).
              05 rsm-cliente pic 9(6).
              05 rsm-articulo pic x(8).
              05 rsm-sucursal pic 9(2).
           03 rsm-cantidad pic s9(9).
           03 rsm-venta pic s9(12)V99.
           03 rsm-costo pic s9(12)V99.
           03 rsm-iva pic s9(12)V99.
           03 rsm-ganancia pic s9(12)V99.
           03 rsm-lineas pic 9(7).
           03 rsm-fecha-act pic 9(8).
       FD  VENTADIA.
       01  vdi-reg.
           03 vdi-llave.
              05 vdi-fecha pic 9(8).
              05 vdi-articulo pic x(8).
              05 vdi-vend pic 9(3).
              05 vdi-cliente pic 9(6).
              05 vdi-sucursal pic 9(2).
           03 vdi-cantidad pic s9(9).
           03 vdi-venta pic s9(12)V99.
           03 vdi-ganancia pic s9(12)V99.
           03 vdi-lineas pic 9(7).
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
       01  w-abend-programa pic x(15) value "RECONSTRUYERES".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-hist-status pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-costohist pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-ventadia pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "RECONSTRUYERES".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-arch-historico pic x(40).
       01  w-periodo-desde pic 9(6).
       01  w-periodo-hasta pic 9(6).
       01  w-periodo-aux pic 9(6).
       01  w-periodo-partes REDEFINES w-periodo-aux.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-dia pic 9(2).
       01  w-flag-mov pic 9.
           88 fin-mov value 1.
       01  w-flag-fact pic 9.
       01  w-flag-cth pic 9.
       01  w-flag-rsm pic 9.
       01  w-flag-vdi pic 9.
      * la venta diaria va con la fecha de la corrida, que es la del
      * archivo de movimientos del dia
       01  w-fecha-archivo pic 9(8).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-cant-borrados-dia pic 9(7) value zero.
       01  w-tipo-mov pic x.
           88 mov-devolucion value "D".
       01  w-sucursal pic 9(2).
       01  w-suc-central pic 9(2) value 1.
       01  w-costo-vigente pic 9(10)V99.
       01  w-ganancia pic s9(10)V99.
       01  w-cantidad pic s9(4).
       01  w-precio pic s9(10)V99.
       01  w-iva pic s9(10)V99.
       01  w-cant-archivos pic 9(4) value zero.
       01  w-cant-borrados pic 9(7) value zero.
       01  w-cant-sin-articulo pic 9(6) value zero.
       01  w-confirma pic x.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           DISPLAY "RECONSTRUIR DESDE EL PERIODO (AAAAMM): ".
           ACCEPT w-periodo-desde.
           DISPLAY "HASTA EL PERIODO (AAAAMM): ".
           ACCEPT w-periodo-hasta.
           MOVE w-periodo-desde TO w-periodo-aux.
           IF w-per-mm < 1 OR w-per-mm > 12
              OR w-periodo-hasta < w-periodo-desde
               DISPLAY "PERIODOS INVALIDOS - NO SE RECONSTRUYE NADA"
               MOVE "RECHAZADO" TO w-ctl-estado
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "SE REEMPLAZAN EL RESUMEN Y LAS VENTAS "
                       "DIARIAS DE " w-periodo-desde
                       " A " w-periodo-hasta " - CONFIRMA (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 100-INICIO
                   PERFORM 200-BORRAR-PERIODOS
                   PERFORM 300-PROCESAR-PERIODO
                       UNTIL w-periodo-aux > w-periodo-hasta
                   PERFORM 800-FIN
               ELSE
                   DISPLAY "RECONSTRUCCION CANCELADA"
                   MOVE "CANCELADO" TO w-ctl-estado
               END-IF
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT FACTURAS.
           IF w-fs-facturas NOT = "00"
              AND w-fs-facturas NOT = "05"
               MOVE "FACTURAS" TO w-abend-archivo
               MOVE w-fs-facturas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT ARTICULO.
           IF w-fs-articulo NOT = "00"
              AND w-fs-articulo NOT = "05"
               MOVE "ARTICULO" TO w-abend-archivo
               MOVE w-fs-articulo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT COSTOHIST.
           IF w-fs-costohist NOT = "00"
              AND w-fs-costohist NOT = "05"
               MOVE "COSTOHIST" TO w-abend-archivo
               MOVE w-fs-costohist TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               OPEN OUTPUT RESUMEN
               CLOSE RESUMEN
               OPEN I-O RESUMEN
               IF w-fs-resumen NOT = "00"
                   MOVE "RESUMEN" TO w-abend-archivo
                   MOVE w-fs-resumen TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           OPEN I-O VENTADIA.
           IF w-fs-ventadia NOT = "00"
              AND w-fs-ventadia NOT = "05"
               OPEN OUTPUT VENTADIA
               CLOSE VENTADIA
               OPEN I-O VENTADIA
               IF w-fs-ventadia NOT = "00"
                   MOVE "VENTADIA" TO w-abend-archivo
                   MOVE w-fs-ventadia TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.

      * los periodos pedidos se rearman enteros: primero se borra lo
      * que tenian
       200-BORRAR-PERIODOS.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-periodo-desde TO rsm-periodo.
           MOVE ZERO TO w-flag-rsm.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-rsm
           END-START.
           PERFORM 210-BORRAR-UNO UNTIL w-flag-rsm = 1.
           COMPUTE w-fecha-desde = w-periodo-desde * 100 + 1.
           COMPUTE w-fecha-hasta = w-periodo-hasta * 100 + 31.
           MOVE LOW-VALUES TO vdi-llave.
           MOVE w-fecha-desde TO vdi-fecha.
           MOVE ZERO TO w-flag-vdi.
           START VENTADIA KEY IS >= vdi-llave
               INVALID KEY MOVE 1 TO w-flag-vdi
           END-START.
           PERFORM 220-BORRAR-VENTADIA UNTIL w-flag-vdi = 1.

       210-BORRAR-UNO.
           READ RESUMEN NEXT
               AT END MOVE 1 TO w-flag-rsm
               NOT AT END
                   IF rsm-periodo > w-periodo-hasta
                       MOVE 1 TO w-flag-rsm
                   ELSE
                       DELETE RESUMEN
                       ADD 1 TO w-cant-borrados
                   END-IF
           END-READ.

       220-BORRAR-VENTADIA.
           READ VENTADIA NEXT
               AT END MOVE 1 TO w-flag-vdi
               NOT AT END
                   IF vdi-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-vdi
                   ELSE
                       DELETE VENTADIA
                       ADD 1 TO w-cant-borrados-dia
                   END-IF
           END-READ.

       300-PROCESAR-PERIODO.
           PERFORM 310-PROCESAR-ARCHIVO-DIA
               VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 31.
           IF w-per-mm = 12
               ADD 1 TO w-per-aaaa
               MOVE 1 TO w-per-mm
           ELSE
               ADD 1 TO w-per-mm
           END-IF.

       310-PROCESAR-ARCHIVO-DIA.
           MOVE SPACES TO w-arch-historico.
           STRING "..\historico\movart_" DELIMITED BY SIZE
                  w-periodo-aux DELIMITED BY SIZE
                  w-dia DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO w-arch-historico.
           COMPUTE w-fecha-archivo = w-periodo-aux * 100 + w-dia.
           OPEN INPUT HISTMOV.
           IF w-hist-status = "00"
               ADD 1 TO w-cant-archivos
               MOVE ZERO TO w-flag-mov
               PERFORM 320-LEER-HISTMOV
               PERFORM UNTIL fin-mov
                   PERFORM 330-PROCESO-MOVIMIENTO
                   PERFORM 320-LEER-HISTMOV
               END-PERFORM
               CLOSE HISTMOV
           END-IF.

       320-LEER-HISTMOV.
           READ HISTMOV AT END MOVE 1 TO w-flag-mov.

       330-PROCESO-MOVIMIENTO.
           IF mov-tipo = "H" OR mov-tipo = "T"
               CONTINUE
           ELSE
               MOVE mov-tipo TO w-tipo-mov
               IF mov-sucursal > ZERO
                   MOVE mov-sucursal TO w-sucursal
               ELSE
                   MOVE w-suc-central TO w-sucursal
               END-IF
               PERFORM 340-BUSCAR-LINEAS
               ADD 1 TO w-ctl-leidos
           END-IF.

       340-BUSCAR-LINEAS.
           MOVE mov-factura TO fac-facturas.
           MOVE ZERO TO fac-art.
           MOVE ZERO TO w-flag-fact.
           START FACTURAS KEY IS > fac-llave
               INVALID KEY MOVE 1 TO w-flag-fact
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 350-LEER-FACTURA
               UNTIL w-flag-fact = 1.

       350-LEER-FACTURA.
           READ FACTURAS NEXT
               AT END MOVE 1 TO w-flag-fact
               NOT AT END
                   IF fac-facturas = mov-factura
                       PERFORM 360-VALORIZAR-LINEA
                   ELSE
                       MOVE 1 TO w-flag-fact
                   END-IF
           END-READ.

      * misma valorizacion que la corrida nocturna: costo vigente a la
      * fecha de la factura y, sin historia, el del maestro; la linea
      * de un articulo desconocido no entra, igual que alla
       360-VALORIZAR-LINEA.
           MOVE fac-art TO art-codigo.
           READ ARTICULO
               INVALID KEY
                   ADD 1 TO w-cant-sin-articulo
               NOT INVALID KEY
                   PERFORM 370-BUSCAR-COSTO-VIGENTE
                   COMPUTE w-ganancia = fac-precio -
                           (fac-cantid * w-costo-vigente)
                   MOVE fac-cantid TO w-cantidad
                   MOVE fac-precio TO w-precio
                   MOVE fac-iva TO w-iva
                   IF mov-devolucion
                       COMPUTE w-ganancia = ZERO - w-ganancia
                       COMPUTE w-cantidad = ZERO - fac-cantid
                       COMPUTE w-precio = ZERO - fac-precio
                       COMPUTE w-iva = ZERO - fac-iva
                   END-IF
                   PERFORM 400-SUMAR-LINEA
           END-READ.

       370-BUSCAR-COSTO-VIGENTE.
           MOVE art-costo TO w-costo-vigente.
           MOVE art-codigo TO cth-articulo.
           MOVE ZERO TO cth-fecha-desde.
           MOVE ZERO TO w-flag-cth.
           START COSTOHIST KEY IS >= cth-llave
               INVALID KEY MOVE 1 TO w-flag-cth
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 380-LEER-COSTOHIST
               UNTIL w-flag-cth = 1.

       380-LEER-COSTOHIST.
           READ COSTOHIST NEXT
               AT END MOVE 1 TO w-flag-cth
               NOT AT END
                   IF cth-articulo = art-codigo
                      AND cth-fecha-desde <= fecha-factura
                       MOVE cth-costo TO w-costo-vigente
                   ELSE
                       MOVE 1 TO w-flag-cth
                   END-IF
           END-READ.

       400-SUMAR-LINEA.
           MOVE w-periodo-aux TO rsm-periodo.
           MOVE mov-vend TO rsm-vend.
           MOVE mov-cliente TO rsm-cliente.
           MOVE fac-art TO rsm-articulo.
           MOVE w-sucursal TO rsm-sucursal.
           READ RESUMEN
               INVALID KEY
                   PERFORM 410-INICIAR-RESUMEN
                   PERFORM 420-ACUMULAR-RESUMEN
                   WRITE rsm-reg
                   ADD 1 TO w-ctl-escritos
               NOT INVALID KEY
                   PERFORM 420-ACUMULAR-RESUMEN
                   REWRITE rsm-reg
           END-READ.
           PERFORM 430-SUMAR-VENTADIA.

       410-INICIAR-RESUMEN.
           MOVE ZERO TO rsm-cantidad.
           MOVE ZERO TO rsm-venta.
           MOVE ZERO TO rsm-costo.
           MOVE ZERO TO rsm-iva.
           MOVE ZERO TO rsm-ganancia.
           MOVE ZERO TO rsm-lineas.

       420-ACUMULAR-RESUMEN.
           ADD w-cantidad TO rsm-cantidad.
           ADD w-precio TO rsm-venta.
           COMPUTE rsm-costo = rsm-costo + w-precio - w-ganancia.
           ADD w-iva TO rsm-iva.
           ADD w-ganancia TO rsm-ganancia.
           ADD 1 TO rsm-lineas.
           MOVE w-ctl-fecha TO rsm-fecha-act.

       430-SUMAR-VENTADIA.
           MOVE w-fecha-archivo TO vdi-fecha.
           MOVE fac-art TO vdi-articulo.
           MOVE mov-vend TO vdi-vend.
           MOVE mov-cliente TO vdi-cliente.
           MOVE w-sucursal TO vdi-sucursal.
           READ VENTADIA
               INVALID KEY
                   MOVE ZERO TO vdi-cantidad
                   MOVE ZERO TO vdi-venta
                   MOVE ZERO TO vdi-ganancia
                   MOVE ZERO TO vdi-lineas
                   PERFORM 440-ACUMULAR-VENTADIA
                   WRITE vdi-reg
               NOT INVALID KEY
                   PERFORM 440-ACUMULAR-VENTADIA
                   REWRITE vdi-reg
           END-READ.

       440-ACUMULAR-VENTADIA.
           ADD w-cantidad TO vdi-cantidad.
           ADD w-precio TO vdi-venta.
           ADD w-ganancia TO vdi-ganancia.
           ADD 1 TO vdi-lineas.

       800-FIN.
           CLOSE FACTURAS.
           CLOSE ARTICULO.
           CLOSE COSTOHIST.
           CLOSE RESUMEN.
           CLOSE VENTADIA.
           DISPLAY "REGISTROS DE RESUMEN BORRADOS: " w-cant-borrados.
           DISPLAY "REGISTROS DE VENTA DIARIA BORRADOS: "
                   w-cant-borrados-dia.
           DISPLAY "ARCHIVOS DE MOVIMIENTOS LEIDOS: " w-cant-archivos.
           DISPLAY "MOVIMIENTOS PROCESADOS: " w-ctl-leidos.
           DISPLAY "REGISTROS DE RESUMEN GRABADOS: " w-ctl-escritos.
           IF w-cant-sin-articulo > ZERO
               DISPLAY "LINEAS DE ARTICULOS DESCONOCIDOS (NO "
                       "ENTRAN): " w-cant-sin-articulo
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
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
