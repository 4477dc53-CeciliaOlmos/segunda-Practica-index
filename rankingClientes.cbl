       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN ASSIGN TO "..\resumen.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is rsm-llave
           FILE STATUS IS w-fs-resumen.

           SELECT VENDOR ASSIGN TO "..\vendor.dat"
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
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       SD  RANK-WORK.
       01  rank-rec.
           03 rank-ganancia pic s9(12)V99.
           03 rank-vend pic 9(3).
           03 rank-cliente pic 9(6).
       FD  RANKING.
       01  w-abend-programa pic x(15) value "RANKINGCLI".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-ranking pic xx.
       01  w-flag-rsm pic 9 value zero.
           88 fin-rsm value 1.
       01  w-flag-rank pic 9 value zero.
       01  w-ven-ant pic 9(3).
       01  w-cli-ant pic 9(6).
       01  w-ganancia-cliente pic s9(12)V99.
       01  w-top-n pic 9(3) value 10.
       01  w-suc-sel pic 9(2) value zero.
       01  w-periodo pic 9(6) value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-contador pic 9(3) value zero.
       01  lin-cabecera.
           03 filler pic x(6) value "PUESTO".
           ACCEPT w-top-n.
           DISPLAY "SUCURSAL A LISTAR (00=TODAS): ".
           ACCEPT w-suc-sel.
           DISPLAY "PERIODO A LISTAR (AAAAMM, 0=MES ACTUAL): ".
           ACCEPT w-periodo.
           IF w-periodo = ZERO
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
               MOVE w-fecha-hoy(1:6) TO w-periodo
           END-IF.
           SORT RANK-WORK
               ON DESCENDING KEY rank-ganancia
               INPUT PROCEDURE IS 100-GENERAR-CLAVES

       100-GENERAR-CLAVES.
           PERFORM 110-ABRIR-ARCHIVOS.
           PERFORM 200-LEER-RESUMEN.
           PERFORM UNTIL fin-rsm
               PERFORM 300-INICIO-VENDEDOR
               PERFORM UNTIL fin-rsm OR rsm-vend NOT = w-ven-ant
                   PERFORM 400-INICIO-CLIENTE
                   PERFORM UNTIL fin-rsm OR
                                 rsm-vend NOT = w-ven-ant
                                 OR rsm-cliente NOT = w-cli-ant
                       PERFORM 500-PROCESO-ACTUALIZAR
                       PERFORM 200-LEER-RESUMEN
                   END-PERFORM
                   PERFORM 700-FIN-CLIENTE
               END-PERFORM
           PERFORM 750-CERRAR-ARCHIVOS-ENTRADA.

       110-ABRIR-ARCHIVOS.
           OPEN INPUT RESUMEN VENDOR.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           IF w-fs-vendor NOT = "00"
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE LOW-VALUES TO rsm-llave.
           MOVE w-periodo TO rsm-periodo.
           START RESUMEN KEY IS >= rsm-llave
               INVALID KEY MOVE 1 TO w-flag-rsm
           END-START.

       200-LEER-RESUMEN.
           IF NOT fin-rsm
               READ RESUMEN NEXT
                   AT END MOVE 1 TO w-flag-rsm
                   NOT AT END
                       IF rsm-periodo NOT = w-periodo
                           MOVE 1 TO w-flag-rsm
                       ELSE
                           IF w-suc-sel > ZERO
                              AND rsm-sucursal NOT = w-suc-sel
                               PERFORM 200-LEER-RESUMEN
                           END-IF
                       END-IF
               END-READ
           END-IF.

       300-INICIO-VENDEDOR.
           MOVE rsm-vend TO w-ven-ant.

       400-INICIO-CLIENTE.
           MOVE rsm-cliente TO w-cli-ant.
           MOVE ZERO TO w-ganancia-cliente.

       500-PROCESO-ACTUALIZAR.
           ADD rsm-ganancia TO w-ganancia-cliente.

       700-FIN-CLIENTE.
           MOVE w-ganancia-cliente TO rank-ganancia.
           RELEASE rank-rec.

       750-CERRAR-ARCHIVOS-ENTRADA.
           CLOSE RESUMEN.

       900-LISTAR-RANKING.
           OPEN OUTPUT RANKING.
