       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN ASSIGN TO "..\resumen.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rsm-llave
           FILE STATUS IS w-fs-resumen.

           SELECT ARTICULO ASSIGN TO "..\articulo.dat"
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
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       SD  DET-WORK.
       01  det-rec.
           03 det-vend pic 9(3).
           03 det-cliente pic 9(6).
           03 det-articulo pic x(8).
           03 det-costo pic s9(12)V99.
       FD  DETALLEART.
       01  det-linea pic x(90).
       FD  RUNCTL.
       01  w-abend-programa pic x(15) value "DETALLEART".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-detalleart pic xx.
           88 fin-det value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-entrada pic x(8).
       01  w-corrida pic 9(8).
       01  w-periodo pic 9(6).
       01  w-hay-detalle pic x value "n".
       01  w-vend-ant pic 9(3) value zero.
       01  w-cliente-ant pic 9(6) value zero.
       01  w-primer-grupo pic x value "s".
       01  w-subtotal-cliente pic s9(12)V99 value zero.
       01  w-total-general pic s9(12)V99 value zero.
       01  lin-titulo.
           03 filler pic x(32) value
              "GANANCIA ACUMULADA DEL PERIODO: ".
           03 l-periodo pic 9(6).
       01  lin-cabecera.
           03 filler pic x(9) value "VENDEDOR:".
           03 filler pic x(3) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-entrada IS NUMERIC
               MOVE w-entrada TO w-corrida
           ELSE
               MOVE w-ctl-fecha TO w-corrida
           END-IF.
           MOVE w-corrida(1:6) TO w-periodo.
           SORT DET-WORK
               ON ASCENDING KEY det-vend det-cliente det-articulo
               INPUT PROCEDURE IS 100-GENERAR-CLAVES
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * la ganancia del mes en curso sale del resumen mensual; las
      * sucursales de un mismo articulo van juntas en la clave y se
      * suman en un solo renglon
       100-GENERAR-CLAVES.
           OPEN INPUT RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-periodo TO rsm-periodo.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-det
           END-START.
           PERFORM 200-LEER-RESUMEN.
           PERFORM UNTIL fin-det
               PERFORM 210-ACUMULAR-DETALLE
               PERFORM 200-LEER-RESUMEN
           END-PERFORM.
           IF w-hay-detalle = "s"
               RELEASE det-rec
           END-IF.
           CLOSE RESUMEN.

       200-LEER-RESUMEN.
           IF NOT fin-det
               READ RESUMEN NEXT
                   AT END MOVE 1 TO w-flag-det
                   NOT AT END
                       IF rsm-periodo NOT = w-periodo
                           MOVE 1 TO w-flag-det
                       ELSE
                           ADD 1 TO w-ctl-leidos
                       END-IF
               END-READ
           END-IF.

       210-ACUMULAR-DETALLE.
           IF w-hay-detalle = "s"
              AND (rsm-vend NOT = det-vend
                   OR rsm-cliente NOT = det-cliente
                   OR rsm-articulo NOT = det-articulo)
               RELEASE det-rec
               MOVE "n" TO w-hay-detalle
           END-IF.
           IF w-hay-detalle = "n"
               MOVE rsm-vend TO det-vend
               MOVE rsm-cliente TO det-cliente
               MOVE rsm-articulo TO det-articulo
               MOVE ZERO TO det-costo
               MOVE "s" TO w-hay-detalle
           END-IF.
           ADD rsm-ganancia TO det-costo.

       900-LISTAR-DETALLE.
           OPEN OUTPUT DETALLEART.
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo TO l-periodo.
           DISPLAY lin-titulo.
           MOVE lin-titulo TO det-linea.
           WRITE det-linea.
           DISPLAY lin-guarda.
           DISPLAY lin-cabecera.
           DISPLAY lin-guarda.
