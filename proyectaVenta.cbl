       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN ASSIGN TO "..\resumen.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is rsm-llave
           FILE STATUS IS w-fs-resumen.

           SELECT OPTIONAL STOCK ASSIGN TO "..\stock.dat"
                   ORGANIZATION IS INDEXED
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
       FD  STOCK.
       01  stk-reg.
           03 stk-articulo pic x(8).
       01  w-abend-programa pic x(15) value "PROYECTAVENTA".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-proyeccion pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-periodo-desde pic 9(6).
       01  w-cant-meses pic 9(2).
       01  w-periodo-aux pic 9(6).
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-mes-idx pic 9(2).
       01  w-flag-rsm pic 9.
           88 fin-resumen value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-stock-abierto pic x value "n".
       01  w-art-ant pic x(8).
       01  w-primer-art pic x value "s".
           STOP RUN.

       100-BARRER-PERIODOS.
           OPEN INPUT RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo-desde TO w-periodo-aux.
           PERFORM 110-PROCESAR-PERIODO
               VARYING w-mes-idx FROM 1 BY 1
               UNTIL w-mes-idx > w-cant-meses.
           CLOSE RESUMEN.
           DISPLAY "RENGLONES DE RESUMEN LEIDOS: "
                   w-ctl-leidos.

       110-PROCESAR-PERIODO.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-periodo-aux TO rsm-periodo.
           MOVE ZERO TO w-flag-rsm.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-rsm
           END-START.
           PERFORM UNTIL fin-resumen
               PERFORM 120-LEER-RESUMEN
           END-PERFORM.
           IF w-per-mm = 12
               ADD 1 TO w-per-aaaa
               MOVE 1 TO w-per-mm
               ADD 1 TO w-per-mm
           END-IF.

       120-LEER-RESUMEN.
           READ RESUMEN NEXT
               AT END MOVE 1 TO w-flag-rsm
               NOT AT END
                   IF rsm-periodo NOT = w-periodo-aux
                       MOVE 1 TO w-flag-rsm
                   ELSE
                       PERFORM 130-RELEASE-CANTIDAD
                       ADD 1 TO w-ctl-leidos
                   END-IF
           END-READ.

       130-RELEASE-CANTIDAD.
           MOVE rsm-articulo TO pro-articulo.
           MOVE w-mes-idx TO pro-mes-idx.
           MOVE rsm-cantidad TO pro-cantidad.
           RELEASE pro-rec.

       500-LISTAR-PROYECCION.
