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
           SELECT OPTIONAL RESUMEN ASSIGN TO "..\resumen.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is rsm-llave
           FILE STATUS IS w-fs-resumen.

           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cte-codigo
           FILE STATUS IS w-fs-cliente.

           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cta-factura
           ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.

           SELECT VENDOR ASSIGN TO "..\vendor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is vend-codigo
           FILE STATUS IS w-fs-vendor.

           SELECT RFM-WORK ASSIGN TO "rfmtmp.tmp".
           SELECT ALR-WORK ASSIGN TO "alrtmp.tmp".
           SELECT RFMTMP ASSIGN TO "rfmclientes.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-rfmtmp.

           SELECT ALERTACLI ASSIGN TO "..\alertacli.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-alertacli.
           SELECT BATCHLOCK ASSIGN TO "..\batchlock.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-batchlock-status.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
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
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-nombre pic x(30).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
      * ventas netas del resumen mensual por cliente, articulo y mes
       SD  RFM-WORK.
       01  rfw-rec.
           03 rfw-cliente pic 9(6).
           03 rfw-articulo pic x(8).
           03 rfw-mes-idx pic 9(6).
           03 rfw-vend pic 9(3).
           03 rfw-venta pic s9(12)V99.
      * resumen de compras de cada cliente entre las dos pasadas
       FD  RFMTMP.
       01  rtm-reg.
           03 rtm-cliente pic 9(6).
           03 rtm-vend pic 9(3).
           03 rtm-idx-primero pic 9(6).
           03 rtm-idx-ultimo pic 9(6).
           03 rtm-meses-activos pic 9(2).
           03 rtm-monto pic s9(12)V99.
           03 rtm-venta-mes pic s9(12)V99.
           03 rtm-promedio pic s9(12)V99.
           03 rtm-cant-dejados pic 9(2).
           03 rtm-dejados.
              05 rtm-dejado OCCURS 10 TIMES pic x(8).
      * clientes con caida de compras, por vendedor
       SD  ALR-WORK.
       01  alw-rec.
           03 alw-vend pic 9(3).
           03 alw-caida pic 9(3)V9.
           03 alw-cliente pic 9(6).
           03 alw-nombre pic x(30).
           03 alw-segmento pic x(10).
           03 alw-fecha-ult pic 9(8).
           03 alw-saldo pic s9(12)V99.
           03 alw-promedio pic s9(12)V99.
           03 alw-venta-mes pic s9(12)V99.
           03 alw-cant-dejados pic 9(2).
           03 alw-dejados.
              05 alw-dejado OCCURS 10 TIMES pic x(8).
       FD  ALERTACLI.
       01  alc-linea pic x(132).
       FD  BATCHLOCK.
       01  block-reg.
           03 block-estado pic x(6).
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
       01  w-abend-programa pic x(15) value "SEGMENTACLI".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-resumen pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-rfmtmp pic xx.
       01  w-fs-alertacli pic xx.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "SEGMENTACLI".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-fecha-hoy pic 9(8).
       01  w-periodo pic 9(6).
       01  w-meses-prom pic 9(2).
       01  w-caida-pct pic 9(3).
       01  w-periodo-aux pic 9(6).
       01  w-periodo-partes REDEFINES w-periodo-aux.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 9(2).
       01  w-idx-aux pic 9(6).
       01  w-idx-eval pic 9(6).
       01  w-idx-desde pic 9(6).
       01  w-flag-rsm pic 9 value zero.
           88 fin-rsm value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-flag-rtm pic 9 value zero.
           88 fin-rtm value 1.
       01  w-flag-cte pic 9 value zero.
           88 fin-cte value 1.
       01  w-flag-alr pic 9 value zero.
           88 fin-alr value 1.
       01  w-flag-cta pic 9.
      * ventas del cliente por mes: la posicion 1 es el mes evaluado,
      * la 2 el anterior y asi hasta doce meses antes
       01  w-meses-tab.
           03 w-mes-venta OCCURS 13 TIMES pic s9(12)V99.
       01  w-pos pic 9(2).
       01  w-cli-ant pic 9(6).
       01  w-art-ant pic x(8).
       01  w-idx-primero pic 9(6).
       01  w-idx-ultimo pic 9(6).
       01  w-idx-vend pic 9(6).
       01  w-vend-cliente pic 9(3).
       01  w-art-en-mes pic x.
       01  w-art-en-prom pic x.
       01  w-cant-dejados pic 9(2).
       01  w-dejados-tab.
           03 w-dejado OCCURS 10 TIMES pic x(8).
       01  w-suma-prom pic s9(12)V99.
       01  w-cant-activos pic 9(6) value zero.
       01  w-total-monto pic s9(14)V99 value zero.
       01  w-monto-medio pic s9(12)V99 value zero.
      * puntajes de 1 a 5 de recencia, frecuencia y monto
       01  w-meses-sin pic 9(6).
       01  w-rfm.
           03 w-rfm-r pic 9.
           03 w-rfm-f pic 9.
           03 w-rfm-m pic 9.
       01  w-rfm-num REDEFINES w-rfm pic 9(3).
       01  w-segmento pic x(10).
       01  w-con-caida pic x.
       01  w-caida-calc pic 9(5)V9.
       01  w-saldo pic s9(12)V99.
       01  w-fecha-ult pic 9(8).
       01  w-segmentos-base.
           03 filler pic x(10) value "CAMPEON".
           03 filler pic x(10) value "LEAL".
           03 filler pic x(10) value "EN RIESGO".
           03 filler pic x(10) value "PERDIDO".
           03 filler pic x(10) value "NUEVO".
           03 filler pic x(10) value "SIN COMPRA".
       01  w-segmentos-vista REDEFINES w-segmentos-base.
           03 w-seg-nombre OCCURS 6 TIMES pic x(10).
       01  w-segmentos-cant.
           03 w-seg-cant OCCURS 6 TIMES pic 9(6).
       01  w-seg-idx pic 9.
       01  w-cant-alertas pic 9(6) value zero.
       01  w-vend-ant pic 9(3).
       01  w-primer-vend pic x value "s".
       01  w-idx pic 9(2).
       01  lin-titulo.
           03 filler pic x(40) value
              "CLIENTES CON CAIDA DE COMPRAS - PERIODO ".
           03 l-periodo pic 9999/99.
           03 filler pic x(17) value "  CAIDA MAYOR AL ".
           03 l-caida-pct pic zz9.
           03 filler pic x(24) value "% CONTRA EL PROMEDIO DE ".
           03 l-meses-prom pic z9.
           03 filler pic x(6) value " MESES".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-segmento.
           03 filler pic x(10) value "SEGMENTO ".
           03 l-seg-nombre pic x(10).
           03 filler pic x(12) value " CLIENTES: ".
           03 l-seg-cant pic zzz.zz9.
       01  lin-vendedor.
           03 filler pic x(10) value "VENDEDOR: ".
           03 l-vend pic zz9.
           03 filler pic x(2) value spaces.
           03 l-nom-vend pic x(30).
       01  lin-cabecera.
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(11) value "SEGMENTO".
           03 filler pic x(11) value "ULT.COMPRA".
           03 filler pic x(18) value "   SALDO ABIERTO".
           03 filler pic x(18) value "  PROMEDIO MES".
           03 filler pic x(18) value "  COMPRA MES".
           03 filler pic x(8) value " CAIDA".
       01  lin-alerta.
           03 l-cli pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nom-cli pic x(30).
           03 filler pic x(1) value spaces.
           03 l-segmento pic x(10).
           03 filler pic x(1) value spaces.
           03 l-fecha-ult pic x(10).
           03 filler pic x(1) value spaces.
           03 l-saldo pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-promedio pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-venta-mes pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-caida pic zz9,9.
           03 filler pic x(1) value "%".
       01  lin-dejados.
           03 filler pic x(10) value spaces.
           03 filler pic x(18) value "DEJO DE COMPRAR: ".
           03 l-dejados pic x(90).
       01  l-fecha-edit pic 9999/99/99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "SEGMENTACION CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A EVALUAR (AAAAMM, 0=MES ANTERIOR): ".
           ACCEPT w-periodo.
           DISPLAY "MESES DEL PROMEDIO DE CADA CLIENTE (0=6, MAX 12): ".
           ACCEPT w-meses-prom.
           IF w-meses-prom = ZERO OR w-meses-prom > 12
               MOVE 6 TO w-meses-prom
           END-IF.
           DISPLAY "CAIDA CONTRA EL PROMEDIO A AVISAR (%, 0=30): ".
           ACCEPT w-caida-pct.
           IF w-caida-pct = ZERO
               MOVE 30 TO w-caida-pct
           END-IF.
           PERFORM 050-CALCULAR-PERIODOS.
           PERFORM 060-ABRIR-ARCHIVOS.
           SORT RFM-WORK
               ON ASCENDING KEY rfw-cliente rfw-articulo rfw-mes-idx
               INPUT PROCEDURE IS 100-LEER-RESUMEN
               OUTPUT PROCEDURE IS 300-RESUMIR-CLIENTES.
           CLOSE RFMTMP.
           IF w-cant-activos > ZERO
               COMPUTE w-monto-medio ROUNDED =
                       w-total-monto / w-cant-activos
           END-IF.
           SORT ALR-WORK
               ON ASCENDING KEY alw-vend
               ON DESCENDING KEY alw-caida
               ON ASCENDING KEY alw-cliente
               INPUT PROCEDURE IS 400-SEGMENTAR-CLIENTES
               OUTPUT PROCEDURE IS 600-LISTAR-ALERTAS.
           PERFORM 900-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * la corrida nocturna recarga cliente.dat en el paso 4 y le
      * devuelve los segmentos: con la corrida en curso no se entra
       040-VERIFICAR-BATCHLOCK.
           OPEN INPUT BATCHLOCK.
           IF w-batchlock-status = "00"
               READ BATCHLOCK
                   AT END CONTINUE
                   NOT AT END
                       IF block-estado = "ACTIVO"
                           MOVE "s" TO w-batch-activo
                       END-IF
               END-READ
               CLOSE BATCHLOCK
           END-IF.
           IF w-batch-activo = "s"
               DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO - "
                       "INTENTE MAS TARDE"
           END-IF.

      * el mes evaluado por defecto es el ultimo mes cerrado; los
      * indices de mes permiten restar periodos sin cortes de ano
       050-CALCULAR-PERIODOS.
           IF w-periodo = ZERO
               MOVE w-fecha-hoy(1:6) TO w-periodo-aux
               PERFORM 150-PERIODO-A-INDICE
               SUBTRACT 1 FROM w-idx-aux
               PERFORM 155-INDICE-A-PERIODO
               MOVE w-periodo-aux TO w-periodo
           END-IF.
           MOVE w-periodo TO w-periodo-aux.
           PERFORM 150-PERIODO-A-INDICE.
           MOVE w-idx-aux TO w-idx-eval.
           COMPUTE w-idx-desde = w-idx-eval - 12.
           MOVE ZERO TO w-segmentos-cant.

       060-ABRIR-ARCHIVOS.
           OPEN OUTPUT RFMTMP.
           IF w-fs-rfmtmp NOT = "00"
               MOVE "RFMTMP" TO w-abend-archivo
               MOVE w-fs-rfmtmp TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

      * todo el resumen hasta el mes evaluado: la primera compra del
      * cliente decide si es nuevo aunque sea de hace anos
       100-LEER-RESUMEN.
           OPEN INPUT RESUMEN.
           IF w-fs-resumen NOT = "00"
              AND w-fs-resumen NOT = "05"
               MOVE "RESUMEN" TO w-abend-archivo
               MOVE w-fs-resumen TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 110-LEER-UN-RESUMEN.
           PERFORM 120-LIBERAR-RESUMEN
               UNTIL fin-rsm.
           CLOSE RESUMEN.

       110-LEER-UN-RESUMEN.
           READ RESUMEN NEXT
               AT END MOVE 1 TO w-flag-rsm
               NOT AT END
                   IF rsm-periodo > w-periodo
                       MOVE 1 TO w-flag-rsm
                   ELSE
                       ADD 1 TO w-ctl-leidos
                   END-IF
           END-READ.

       120-LIBERAR-RESUMEN.
           MOVE rsm-periodo TO w-periodo-aux.
           PERFORM 150-PERIODO-A-INDICE.
           MOVE rsm-cliente TO rfw-cliente.
           MOVE rsm-articulo TO rfw-articulo.
           MOVE w-idx-aux TO rfw-mes-idx.
           MOVE rsm-vend TO rfw-vend.
           MOVE rsm-venta TO rfw-venta.
           RELEASE rfw-rec.
           PERFORM 110-LEER-UN-RESUMEN.

       150-PERIODO-A-INDICE.
           COMPUTE w-idx-aux = w-per-aaaa * 12 + w-per-mm - 1.

       155-INDICE-A-PERIODO.
           DIVIDE w-idx-aux BY 12 GIVING w-per-aaaa
               REMAINDER w-per-mm.
           ADD 1 TO w-per-mm.

      * un registro por cliente con su primera y ultima compra, los
      * meses con compra y el monto de los ultimos doce meses, la
      * compra del mes evaluado contra su propio promedio y los
      * articulos que compraba en el promedio y no en el mes
       300-RESUMIR-CLIENTES.
           PERFORM 310-RETURN-SORT.
           PERFORM 320-PROCESAR-CLIENTE
               UNTIL fin-sort.

       310-RETURN-SORT.
           RETURN RFM-WORK AT END MOVE 1 TO w-flag-sort.

       320-PROCESAR-CLIENTE.
           MOVE rfw-cliente TO w-cli-ant.
           INITIALIZE w-meses-tab.
           MOVE 999999 TO w-idx-primero.
           MOVE ZERO TO w-idx-ultimo.
           MOVE ZERO TO w-idx-vend.
           MOVE ZERO TO w-vend-cliente.
           MOVE ZERO TO w-cant-dejados.
           MOVE SPACES TO w-dejados-tab.
           PERFORM 330-PROCESAR-ARTICULO
               UNTIL fin-sort OR rfw-cliente NOT = w-cli-ant.
           PERFORM 350-GRABAR-CLIENTE.

       330-PROCESAR-ARTICULO.
           MOVE rfw-articulo TO w-art-ant.
           MOVE "n" TO w-art-en-mes.
           MOVE "n" TO w-art-en-prom.
           PERFORM 340-ACUMULAR-MES
               UNTIL fin-sort OR rfw-cliente NOT = w-cli-ant
                     OR rfw-articulo NOT = w-art-ant.
           IF w-art-en-prom = "s" AND w-art-en-mes = "n"
              AND w-cant-dejados < 10
               ADD 1 TO w-cant-dejados
               MOVE w-art-ant TO w-dejado(w-cant-dejados)
           END-IF.

       340-ACUMULAR-MES.
           IF rfw-mes-idx >= w-idx-vend
               MOVE rfw-mes-idx TO w-idx-vend
               MOVE rfw-vend TO w-vend-cliente
           END-IF.
           IF rfw-venta > ZERO
               IF rfw-mes-idx < w-idx-primero
                   MOVE rfw-mes-idx TO w-idx-primero
               END-IF
               IF rfw-mes-idx > w-idx-ultimo
                   MOVE rfw-mes-idx TO w-idx-ultimo
               END-IF
           END-IF.
           IF rfw-mes-idx >= w-idx-desde
               COMPUTE w-pos = w-idx-eval - rfw-mes-idx + 1
               ADD rfw-venta TO w-mes-venta(w-pos)
               IF rfw-venta > ZERO
                   IF w-pos = 1
                       MOVE "s" TO w-art-en-mes
                   ELSE
                       IF w-pos <= w-meses-prom + 1
                           MOVE "s" TO w-art-en-prom
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 310-RETURN-SORT.

       350-GRABAR-CLIENTE.
           MOVE w-cli-ant TO rtm-cliente.
           MOVE w-vend-cliente TO rtm-vend.
           IF w-idx-ultimo = ZERO
               MOVE ZERO TO rtm-idx-primero
           ELSE
               MOVE w-idx-primero TO rtm-idx-primero
           END-IF.
           MOVE w-idx-ultimo TO rtm-idx-ultimo.
           MOVE ZERO TO rtm-meses-activos.
           MOVE ZERO TO rtm-monto.
           PERFORM 360-SUMAR-MES-VENTANA
               VARYING w-pos FROM 1 BY 1 UNTIL w-pos > 12.
           MOVE w-mes-venta(1) TO rtm-venta-mes.
           MOVE ZERO TO w-suma-prom.
           PERFORM 370-SUMAR-MES-PROMEDIO
               VARYING w-pos FROM 2 BY 1
               UNTIL w-pos > w-meses-prom + 1.
           COMPUTE rtm-promedio ROUNDED = w-suma-prom / w-meses-prom.
           MOVE w-cant-dejados TO rtm-cant-dejados.
           MOVE w-dejados-tab TO rtm-dejados.
           WRITE rtm-reg.
           IF rtm-monto > ZERO
               ADD 1 TO w-cant-activos
               ADD rtm-monto TO w-total-monto
           END-IF.

       360-SUMAR-MES-VENTANA.
           ADD w-mes-venta(w-pos) TO rtm-monto.
           IF w-mes-venta(w-pos) > ZERO
               ADD 1 TO rtm-meses-activos
           END-IF.

       370-SUMAR-MES-PROMEDIO.
           ADD w-mes-venta(w-pos) TO w-suma-prom.

      * el maestro de clientes y el resumen por cliente vienen los dos
      * por codigo: el cliente sin compras en el resumen queda como
      * SIN COMPRA; el segmento y el puntaje se graban en el maestro
       400-SEGMENTAR-CLIENTES.
           OPEN INPUT RFMTMP.
           IF w-fs-rfmtmp NOT = "00"
               MOVE "RFMTMP" TO w-abend-archivo
               MOVE w-fs-rfmtmp TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 410-LEER-RFMTMP.
           MOVE ZERO TO cte-codigo.
           START CLIENTE KEY IS >= cte-codigo
               INVALID KEY MOVE 1 TO w-flag-cte
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 420-LEER-CLIENTE.
           PERFORM 430-SEGMENTAR-UN-CLIENTE
               UNTIL fin-cte.
           CLOSE RFMTMP CLIENTE CTACTE.

       410-LEER-RFMTMP.
           READ RFMTMP AT END MOVE 1 TO w-flag-rtm.

       420-LEER-CLIENTE.
           READ CLIENTE NEXT AT END MOVE 1 TO w-flag-cte.

       430-SEGMENTAR-UN-CLIENTE.
           PERFORM 410-LEER-RFMTMP
               UNTIL fin-rtm OR rtm-cliente >= cte-codigo.
           MOVE "n" TO w-con-caida.
           IF NOT fin-rtm AND rtm-cliente = cte-codigo
               PERFORM 440-PUNTAJE-RFM
               PERFORM 450-ASIGNAR-SEGMENTO
           ELSE
               MOVE ZERO TO w-rfm-num
               MOVE "SIN COMPRA" TO w-segmento
           END-IF.
           MOVE w-segmento TO cte-segmento.
           MOVE w-rfm-num TO cte-rfm.
           REWRITE cte-reg.
           ADD 1 TO w-ctl-escritos.
           PERFORM 460-CONTAR-SEGMENTO
               VARYING w-seg-idx FROM 1 BY 1 UNTIL w-seg-idx > 6.
           IF w-con-caida = "s" AND cte-activo NOT = "N"
               PERFORM 470-LIBERAR-ALERTA
           END-IF.
           PERFORM 420-LEER-CLIENTE.

      * recencia por meses sin compra, frecuencia por meses con compra
      * en el ano y monto contra el promedio de los clientes activos
       440-PUNTAJE-RFM.
           IF rtm-idx-ultimo = ZERO
               MOVE 999999 TO w-meses-sin
           ELSE
               COMPUTE w-meses-sin = w-idx-eval - rtm-idx-ultimo
           END-IF.
           EVALUATE TRUE
               WHEN w-meses-sin = 0 MOVE 5 TO w-rfm-r
               WHEN w-meses-sin = 1 MOVE 4 TO w-rfm-r
               WHEN w-meses-sin = 2 MOVE 3 TO w-rfm-r
               WHEN w-meses-sin < 6 MOVE 2 TO w-rfm-r
               WHEN OTHER MOVE 1 TO w-rfm-r
           END-EVALUATE.
           EVALUATE TRUE
               WHEN rtm-meses-activos >= 10 MOVE 5 TO w-rfm-f
               WHEN rtm-meses-activos >= 7 MOVE 4 TO w-rfm-f
               WHEN rtm-meses-activos >= 4 MOVE 3 TO w-rfm-f
               WHEN rtm-meses-activos >= 2 MOVE 2 TO w-rfm-f
               WHEN OTHER MOVE 1 TO w-rfm-f
           END-EVALUATE.
           EVALUATE TRUE
               WHEN rtm-monto <= ZERO MOVE 1 TO w-rfm-m
               WHEN rtm-monto >= w-monto-medio * 2 MOVE 5 TO w-rfm-m
               WHEN rtm-monto >= w-monto-medio MOVE 4 TO w-rfm-m
               WHEN rtm-monto >= w-monto-medio / 2 MOVE 3 TO w-rfm-m
               WHEN rtm-monto >= w-monto-medio / 4 MOVE 2 TO w-rfm-m
               WHEN OTHER MOVE 1 TO w-rfm-m
           END-EVALUATE.
           IF rtm-promedio > ZERO
              AND rtm-venta-mes < rtm-promedio
               COMPUTE w-caida-calc ROUNDED =
                   (rtm-promedio - rtm-venta-mes) * 100 / rtm-promedio
               IF w-caida-calc > w-caida-pct
                   MOVE "s" TO w-con-caida
               END-IF
           END-IF.

      * el orden de las reglas importa: primero lo que no depende del
      * monto (nuevo, perdido, en riesgo por recencia o por caida)
       450-ASIGNAR-SEGMENTO.
           EVALUATE TRUE
               WHEN rtm-idx-ultimo = ZERO
                   MOVE "SIN COMPRA" TO w-segmento
               WHEN rtm-idx-primero >= w-idx-eval - 2
                   MOVE "NUEVO" TO w-segmento
               WHEN w-rfm-r = 1
                   MOVE "PERDIDO" TO w-segmento
               WHEN w-rfm-r = 2 OR w-con-caida = "s"
                   MOVE "EN RIESGO" TO w-segmento
               WHEN w-rfm-r >= 4 AND w-rfm-f >= 4 AND w-rfm-m >= 4
                   MOVE "CAMPEON" TO w-segmento
               WHEN w-rfm-f >= 3
                   MOVE "LEAL" TO w-segmento
               WHEN OTHER
                   MOVE "EN RIESGO" TO w-segmento
           END-EVALUATE.

       460-CONTAR-SEGMENTO.
           IF w-seg-nombre(w-seg-idx) = w-segmento
               ADD 1 TO w-seg-cant(w-seg-idx)
           END-IF.

       470-LIBERAR-ALERTA.
           MOVE ZERO TO w-saldo.
           MOVE ZERO TO w-fecha-ult.
           MOVE ZERO TO w-flag-cta.
           MOVE cte-codigo TO cta-cliente.
           START CTACTE KEY IS = cta-cliente
               INVALID KEY MOVE 1 TO w-flag-cta
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 480-LEER-CTACTE-CLIENTE
               UNTIL w-flag-cta = 1.
           MOVE rtm-vend TO alw-vend.
           IF w-caida-calc > 999
               MOVE 999 TO alw-caida
           ELSE
               MOVE w-caida-calc TO alw-caida
           END-IF.
           MOVE cte-codigo TO alw-cliente.
           MOVE cte-nombre TO alw-nombre.
           MOVE w-segmento TO alw-segmento.
           MOVE w-fecha-ult TO alw-fecha-ult.
           MOVE w-saldo TO alw-saldo.
           MOVE rtm-promedio TO alw-promedio.
           MOVE rtm-venta-mes TO alw-venta-mes.
           MOVE rtm-cant-dejados TO alw-cant-dejados.
           MOVE rtm-dejados TO alw-dejados.
           RELEASE alw-rec.
           ADD 1 TO w-cant-alertas.

      * saldo abierto como en el estado de cuenta: sin las facturas
      * castigadas; la ultima compra es la factura mas reciente
       480-LEER-CTACTE-CLIENTE.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-cta
               NOT AT END
                   IF cta-cliente NOT = cte-codigo
                       MOVE 1 TO w-flag-cta
                   ELSE
                       IF cta-estado NOT = "X"
                           COMPUTE w-saldo = w-saldo
                                   + cta-total - cta-cobrado
                       END-IF
                       IF cta-fecha > w-fecha-ult
                           MOVE cta-fecha TO w-fecha-ult
                       END-IF
                   END-IF
           END-READ.

      * una hoja por vendedor con sus clientes en caida, de la mayor
      * caida a la menor, para que los llame antes de perderlos
       600-LISTAR-ALERTAS.
           OPEN INPUT VENDOR.
           IF w-fs-vendor NOT = "00"
              AND w-fs-vendor NOT = "05"
               MOVE "VENDOR" TO w-abend-archivo
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT ALERTACLI.
           IF w-fs-alertacli NOT = "00"
              AND w-fs-alertacli NOT = "05"
               MOVE "ALERTACLI" TO w-abend-archivo
               MOVE w-fs-alertacli TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo TO l-periodo.
           MOVE w-caida-pct TO l-caida-pct.
           MOVE w-meses-prom TO l-meses-prom.
           MOVE lin-titulo TO alc-linea.
           WRITE alc-linea.
           MOVE lin-guarda TO alc-linea.
           WRITE alc-linea.
           PERFORM 610-LISTAR-SEGMENTO
               VARYING w-seg-idx FROM 1 BY 1 UNTIL w-seg-idx > 6.
           MOVE lin-guarda TO alc-linea.
           WRITE alc-linea.
           PERFORM 620-RETURN-ALERTA.
           PERFORM 630-LISTAR-ALERTA
               UNTIL fin-alr.
           MOVE SPACES TO alc-linea.
           WRITE alc-linea.
           MOVE SPACES TO alc-linea.
           STRING "CLIENTES EN CAIDA: " DELIMITED BY SIZE
                  w-cant-alertas DELIMITED BY SIZE
               INTO alc-linea.
           WRITE alc-linea.
           CLOSE VENDOR ALERTACLI.

       610-LISTAR-SEGMENTO.
           MOVE w-seg-nombre(w-seg-idx) TO l-seg-nombre.
           MOVE w-seg-cant(w-seg-idx) TO l-seg-cant.
           MOVE lin-segmento TO alc-linea.
           WRITE alc-linea.

       620-RETURN-ALERTA.
           RETURN ALR-WORK AT END MOVE 1 TO w-flag-alr.

       630-LISTAR-ALERTA.
           IF w-primer-vend = "s" OR alw-vend NOT = w-vend-ant
               MOVE "n" TO w-primer-vend
               MOVE alw-vend TO w-vend-ant
               PERFORM 640-ENCABEZAR-VENDEDOR
           END-IF.
           MOVE alw-cliente TO l-cli.
           MOVE alw-nombre TO l-nom-cli.
           MOVE alw-segmento TO l-segmento.
           IF alw-fecha-ult = ZERO
               MOVE SPACES TO l-fecha-ult
           ELSE
               MOVE alw-fecha-ult TO l-fecha-edit
               MOVE l-fecha-edit TO l-fecha-ult
           END-IF.
           MOVE alw-saldo TO l-saldo.
           MOVE alw-promedio TO l-promedio.
           MOVE alw-venta-mes TO l-venta-mes.
           MOVE alw-caida TO l-caida.
           MOVE lin-alerta TO alc-linea.
           WRITE alc-linea.
           IF alw-cant-dejados > ZERO
               MOVE SPACES TO l-dejados
               PERFORM 650-ARMAR-DEJADOS
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > alw-cant-dejados
               MOVE lin-dejados TO alc-linea
               WRITE alc-linea
           END-IF.
           PERFORM 620-RETURN-ALERTA.

       640-ENCABEZAR-VENDEDOR.
           MOVE SPACES TO alc-linea.
           WRITE alc-linea.
           MOVE alw-vend TO l-vend.
           MOVE alw-vend TO vend-codigo.
           READ VENDOR
               INVALID KEY
                   MOVE "--VENDEDOR DESCONOCIDO--" TO l-nom-vend
               NOT INVALID KEY
                   MOVE vend-nombre TO l-nom-vend
           END-READ.
           MOVE lin-vendedor TO alc-linea.
           WRITE alc-linea.
           MOVE lin-cabecera TO alc-linea.
           WRITE alc-linea.

       650-ARMAR-DEJADOS.
           MOVE alw-dejado(w-idx) TO l-dejados((w-idx - 1) * 9 + 1:8).

       900-FIN.
           DISPLAY "CLIENTES SEGMENTADOS: " w-ctl-escritos.
           PERFORM 910-MOSTRAR-SEGMENTO
               VARYING w-seg-idx FROM 1 BY 1 UNTIL w-seg-idx > 6.
           DISPLAY "CLIENTES EN CAIDA: " w-cant-alertas.

       910-MOSTRAR-SEGMENTO.
           DISPLAY "  " w-seg-nombre(w-seg-idx) " "
                   w-seg-cant(w-seg-idx).

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
