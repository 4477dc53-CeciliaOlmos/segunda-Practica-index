       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN ASSIGN TO "..\resumen.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is rsm-llave
           FILE STATUS IS w-fs-resumen.

           SELECT CLIENVIP ASSIGN TO "..\clienvip.dat"
           ORGANIZATION INDEXED
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CLIENVIP.
       01  cli-reg.
           03 cli-codcli pic 9(6).
       01  con-rec.
           03 con-vend pic 9(3).
           03 con-cliente pic 9(6).
           03 con-ganancia pic s9(12)V99.
           03 con-movs pic 9(7).
       FD  CONSOLIDADO.
       01  con-linea pic x(100).
       FD  ERRORLOG.
       01  w-abend-programa pic x(15) value "CONSOLIDAMES".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-clienvip pic xx.
       01  w-fs-consolidado pic xx.
       01  w-mes-pedido pic 9(6).
       01  w-flag-rsm pic 9.
           88 fin-resumen value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-tipo-mov pic x.
           88 mov-devolucion value "D".
       01  w-cant-renglones pic 9(7) value zero.
       01  w-cant-movs pic 9(7) value zero.
       01  w-vend-ant pic 9(3).
       01  w-cli-ant pic 9(6).
       01  w-primer-grupo pic x value "s".
       01  w-cli-movs pic 9(7) value zero.
       01  w-cli-ganancia pic s9(12)V99 value zero.
       01  w-ven-movs pic 9(7) value zero.
       01  w-ven-ganancia pic s9(12)V99 value zero.
       01  w-tot-movs pic 9(7) value zero.
       01  w-tot-ganancia pic s9(12)V99 value zero.
       01  w-saldo-vivo pic s9(12)V99.
       01  w-marca-dif pic x(10).
       01  lin-cabecera.
           03 filler pic x(8) value "CLIENTE:".
           03 filler pic x(4) value spaces.
           03 filler pic x(12) value "LINEAS FACT:".
           03 filler pic x(3) value spaces.
           03 filler pic x(17) value "GANANCIA PERIODO:".
           03 filler pic x(3) value spaces.
           ACCEPT w-mes-pedido.
           SORT CON-WORK
               ON ASCENDING KEY con-vend con-cliente
               INPUT PROCEDURE IS 100-LEER-RESUMEN
               OUTPUT PROCEDURE IS 500-LISTAR-CONSOLIDADO.
           STOP RUN.

       100-LEER-RESUMEN.
           OPEN INPUT RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-mes-pedido TO rsm-periodo.
           MOVE ZERO TO w-flag-rsm.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-rsm
           END-START.
           PERFORM UNTIL fin-resumen
               PERFORM 110-LEER-RENGLON-RESUMEN
           END-PERFORM.
           CLOSE RESUMEN.
           DISPLAY "RENGLONES DE RESUMEN DEL PERIODO: "
                   w-cant-renglones.
           DISPLAY "LINEAS DE FACTURA CONSOLIDADAS: " w-cant-movs.

       110-LEER-RENGLON-RESUMEN.
           READ RESUMEN NEXT
               AT END MOVE 1 TO w-flag-rsm
               NOT AT END
                   IF rsm-periodo NOT = w-mes-pedido
                       MOVE 1 TO w-flag-rsm
                   ELSE
                       PERFORM 120-LIBERAR-RENGLON
                   END-IF
           END-READ.

       120-LIBERAR-RENGLON.
           MOVE rsm-vend TO con-vend.
           MOVE rsm-cliente TO con-cliente.
           MOVE rsm-ganancia TO con-ganancia.
           MOVE rsm-lineas TO con-movs.
           RELEASE con-rec.
           ADD 1 TO w-cant-renglones.
           ADD rsm-lineas TO w-cant-movs.

       500-LISTAR-CONSOLIDADO.
           OPEN INPUT CLIENVIP.
                   MOVE con-cliente TO w-cli-ant
               END-IF
           END-IF.
           ADD con-movs TO w-cli-movs.
           ADD con-ganancia TO w-cli-ganancia.

       530-IMPRIMIR-VENDEDOR.
