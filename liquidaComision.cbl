           SELECT OPTIONAL COMISIONES ASSIGN TO "..\comisiones.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comisiones.
           SELECT OPTIONAL COMREVERT ASSIGN TO "..\comrevert.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comrevert.
           SELECT COMREVPEND ASSIGN TO "..\comrevpend.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comrevpend.
           SELECT OPTIONAL PARAMETRO ASSIGN TO "..\parametro.txt"
                   ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-parametro.
           SELECT SUELDOSEXP ASSIGN TO "..\sueldosexp.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-sueldosexp.
           SELECT COMSALDOS ASSIGN TO "..\comsaldos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comsaldos.
           SELECT COMESTADO ASSIGN TO "..\comestado.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comestado.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           03 cql-importe pic s9(12)V99.
           03 cql-estado pic x.
           03 cql-fecha pic 9(8).
           03 cql-tarifa pic 9(3).
           03 cql-factura pic 9(12).
           03 cql-motivo pic x(10).
           03 cql-liquidacion pic 9(6).
       FD  COMISIONES.
       01  com-det-reg.
           03 com-tipo pic x.
           03 com-nombre pic x(30).
           03 com-importe pic s9(12)V99.
           03 com-periodo pic 9(6).
           03 com-tarifa pic 9(3).
       FD  COMREVERT.
       01  rev-reg.
           03 rev-vend pic 9(3).
           03 rev-periodo pic 9(6).
           03 rev-factura pic 9(12).
           03 rev-motivo pic x(10).
           03 rev-ganancia pic s9(10)V99.
           03 rev-corrida pic 9(8).
       FD  COMREVPEND.
       01  pen-reg pic x(51).
       FD  PARAMETRO.
       01  param-reg.
           03 param-max-vip pic 9(3).
           03 param-simulacion pic x.
           03 param-comision pic 9(3).
           03 param-tol-excep pic 9(6).
           03 param-tol-rechazos pic 9(6).
           03 param-tol-margen pic 9(6).
       FD  SUELDOSEXP.
       01  exp-reg.
           03 exp-vend pic 9(3).
           03 exp-periodo pic 9(6).
           03 exp-importe pic s9(12)V99.
           03 exp-concepto pic x.
       FD  COMSALDOS.
       01  sal-linea pic x(80).
       FD  COMESTADO.
       01  est-linea pic x(80).
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
       01  w-fs-comisiones pic xx.
       01  w-fs-sueldosexp pic xx.
       01  w-fs-comsaldos pic xx.
       01  w-fs-comrevert pic xx.
       01  w-fs-comrevpend pic xx.
       01  w-fs-parametro pic xx.
       01  w-fs-comestado pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "LIQUIDACOM".
       01  w-ctl-fecha pic 9(8).
       01  w-vend-ant pic 9(3).
       01  w-saldo-impago pic s9(12)V99.
       01  w-primer-vend pic x.
       01  w-flag-rev pic 9.
           88 fin-comrevert value 1.
       01  w-sum-vend pic 9(3).
       01  w-sum-periodo pic 9(6).
       01  w-cant-comision pic 9(2).
       01  w-comision-pct pic 9(3) value 5.
       01  w-tarifa-rev pic 9(3).
       01  w-cant-rev pic 9(5).
       01  w-cant-pend pic 9(5).
       01  w-cant-det pic 9(5).
       01  w-flag-pend pic 9.
       01  w-exp-recupero pic s9(12)V99.
       01  w-exp-hay-com pic x.
       01  w-exp-hay-rec pic x.
       01  w-est-hay-vend pic x.
       01  w-est-neto pic s9(12)V99.
       01  w-est-incluye pic x.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-saldo.
           03 filler pic x(28) value
              "  COMISION DEVENGADA IMPAGA:".
           03 l-saldo pic -.zzz.zzz.zz9,99.
       01  lin-est-titulo.
           03 filler pic x(36) value
              "ESTADO DE COMISIONES - LIQUIDACION ".
           03 l-est-liquidacion pic 9(6).
       01  lin-est-vend.
           03 filler pic x(10) value "VENDEDOR: ".
           03 l-est-vend pic 9(3).
       01  lin-est-cabecera.
           03 filler pic x(10) value "CONCEPTO".
           03 filler pic x(8) value "PERIODO".
           03 filler pic x(14) value "FACTURA".
           03 filler pic x(11) value "MOTIVO".
           03 filler pic x(16) value "         IMPORTE".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "ESTADO".
       01  lin-est-detalle.
           03 l-est-concepto pic x(9).
           03 filler pic x value spaces.
           03 l-est-periodo pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-est-factura pic x(12).
           03 filler pic x(2) value spaces.
           03 l-est-motivo pic x(10).
           03 filler pic x value spaces.
           03 l-est-importe pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-est-estado pic x(9).
       01  lin-est-neto.
           03 filler pic x(43) value
              "NETO DE LA LIQUIDACION".
           03 l-est-neto pic -.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
                   WHEN 2 PERFORM 400-EXPORTAR-A-SUELDOS
                   WHEN 3 PERFORM 600-MARCAR-PAGADO
                   WHEN 4 PERFORM 700-INFORME-SALDOS
                   WHEN 5 PERFORM 800-ESTADO-COMISIONES
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           DISPLAY "2-EXPORTAR UN PERIODO A SUELDOS".
           DISPLAY "3-MARCAR UN PERIODO COMO PAGADO".
           DISPLAY "4-INFORME DE SALDOS IMPAGOS".
           DISPLAY "5-ESTADO DE COMISIONES DE UNA LIQUIDACION".
           DISPLAY "9-SALIR".
           DISPLAY "OPCION: ".

               DISPLAY "RENGLONES ACUMULADOS O AJUSTADOS: "
                       w-cant-acum
           END-IF.
           PERFORM 250-ACUMULAR-REVERSIONES.

       210-LEER-COMISIONES.
           READ COMISIONES AT END MOVE 1 TO w-flag-com
               NOT AT END ADD 1 TO w-ctl-leidos.

      * castigos y devoluciones que dejaron castigaCartera y la corrida
      * nocturna en comrevert.txt. el castigo entra como renglon de
      * recupero en el vendedor y el periodo de la venta, a la tarifa
      * con que se liquido ese periodo. la devolucion ya bajo la
      * ganancia del cliente y la comision del periodo sale menor en el
      * ajuste: entra solo como renglon de detalle, que identifica la
      * factura en el estado de comisiones sin volver a descontarla.
      * lo que no se pudo registrar vuelve a comrevert.txt y el resto
      * se saca para que una segunda acumulacion no lo duplique
       250-ACUMULAR-REVERSIONES.
           MOVE ZERO TO w-flag-rev.
           MOVE ZERO TO w-cant-rev.
           MOVE ZERO TO w-cant-det.
           MOVE ZERO TO w-cant-pend.
           PERFORM 255-LEER-PARAMETRO.
           OPEN INPUT COMREVERT.
           IF w-fs-comrevert NOT = "00"
              AND w-fs-comrevert NOT = "05"
               MOVE "COMREVERT" TO w-abend-archivo
               MOVE w-fs-comrevert TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT COMREVPEND.
           IF w-fs-comrevpend NOT = "00"
               MOVE "COMREVPEND" TO w-abend-archivo
               MOVE w-fs-comrevpend TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 260-LEER-COMREVERT.
           PERFORM UNTIL fin-comrevert
               PERFORM 270-REGISTRAR-REVERSION
               PERFORM 260-LEER-COMREVERT
           END-PERFORM.
           CLOSE COMREVERT.
           CLOSE COMREVPEND.
           IF w-cant-rev > ZERO OR w-cant-det > ZERO
               PERFORM 280-DEVOLVER-PENDIENTES
           END-IF.
           DISPLAY "RECUPEROS DE COMISION REGISTRADOS: " w-cant-rev.
           DISPLAY "DEVOLUCIONES INFORMADAS EN DETALLE: " w-cant-det.
           IF w-cant-pend > ZERO
               DISPLAY "QUEDAN EN COMREVERT.TXT SIN REGISTRAR: "
                       w-cant-pend
           END-IF.

       255-LEER-PARAMETRO.
           OPEN INPUT PARAMETRO.
           IF w-fs-parametro NOT = "00"
              AND w-fs-parametro NOT = "05"
               MOVE "PARAMETRO" TO w-abend-archivo
               MOVE w-fs-parametro TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           READ PARAMETRO
               AT END CONTINUE
               NOT AT END
                   IF param-comision > ZERO
                       MOVE param-comision TO w-comision-pct
                   END-IF
           END-READ.
           CLOSE PARAMETRO.

       260-LEER-COMREVERT.
           READ COMREVERT AT END MOVE 1 TO w-flag-rev
               NOT AT END ADD 1 TO w-ctl-leidos.

       270-REGISTRAR-REVERSION.
           MOVE rev-vend TO w-sum-vend.
           MOVE rev-periodo TO w-sum-periodo.
           MOVE rev-vend TO cql-vend.
           MOVE rev-periodo TO cql-periodo.
           MOVE ZERO TO w-tarifa-rev.
           PERFORM 350-SUMAR-LEDGER.
           IF w-tarifa-rev = ZERO
               MOVE w-comision-pct TO w-tarifa-rev
           END-IF.
           IF w-ultima-secuencia = 99
               DISPLAY "VENDEDOR " rev-vend " PERIODO " rev-periodo
                       " SIN SECUENCIA LIBRE - FACTURA "
                       rev-factura " QUEDA PENDIENTE"
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
               PERFORM 275-GUARDAR-PENDIENTE
           ELSE
               MOVE rev-vend TO cql-vend
               MOVE rev-periodo TO cql-periodo
               COMPUTE cql-secuencia = w-ultima-secuencia + 1
               IF rev-motivo = "DEVOLUCION"
                   MOVE "I" TO cql-tipo
               ELSE
                   MOVE "R" TO cql-tipo
               END-IF
               COMPUTE cql-importe ROUNDED =
                   ZERO - (rev-ganancia * w-tarifa-rev / 100)
               MOVE "A" TO cql-estado
               MOVE w-fecha-hoy TO cql-fecha
               MOVE w-tarifa-rev TO cql-tarifa
               MOVE rev-factura TO cql-factura
               MOVE rev-motivo TO cql-motivo
               MOVE ZERO TO cql-liquidacion
               WRITE cql-reg
                   INVALID KEY
                       DISPLAY "RENGLON " cql-llave " YA EXISTE"
                       MOVE "DIFIERE" TO w-ctl-estado
                       MOVE 4 TO RETURN-CODE
                       PERFORM 275-GUARDAR-PENDIENTE
                   NOT INVALID KEY
                       IF cql-tipo = "I"
                           ADD 1 TO w-cant-det
                       ELSE
                           ADD 1 TO w-cant-rev
                       END-IF
                       ADD 1 TO w-ctl-escritos
               END-WRITE
           END-IF.

       275-GUARDAR-PENDIENTE.
           MOVE rev-reg TO pen-reg.
           WRITE pen-reg.
           ADD 1 TO w-cant-pend.

      * comrevert.txt se vuelve a armar solo con lo que quedo sin
      * registrar
       280-DEVOLVER-PENDIENTES.
           OPEN OUTPUT COMREVERT.
           IF w-fs-comrevert NOT = "00"
               MOVE "COMREVERT" TO w-abend-archivo
               MOVE w-fs-comrevert TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           IF w-cant-pend > ZERO
               MOVE ZERO TO w-flag-pend
               OPEN INPUT COMREVPEND
               IF w-fs-comrevpend NOT = "00"
                   MOVE "COMREVPEND" TO w-abend-archivo
                   MOVE w-fs-comrevpend TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
               PERFORM 285-COPIAR-PENDIENTE
                   UNTIL w-flag-pend = 1
               CLOSE COMREVPEND
           END-IF.
           CLOSE COMREVERT.

       285-COPIAR-PENDIENTE.
           READ COMREVPEND
               AT END MOVE 1 TO w-flag-pend
               NOT AT END
                   MOVE pen-reg TO rev-reg
                   WRITE rev-reg
           END-READ.

       300-ACUMULAR-VENDEDOR.
           MOVE com-vend TO w-sum-vend.
           MOVE com-periodo TO w-sum-periodo.
           MOVE com-vend TO cql-vend.
           MOVE com-periodo TO cql-periodo.
           PERFORM 350-SUMAR-LEDGER.
               MOVE com-vend TO cql-vend
               MOVE com-periodo TO cql-periodo
               COMPUTE cql-secuencia = w-ultima-secuencia + 1
               IF w-cant-comision = ZERO
                   MOVE "O" TO cql-tipo
               ELSE
                   MOVE "D" TO cql-tipo
               MOVE w-delta TO cql-importe
               MOVE "A" TO cql-estado
               MOVE w-fecha-hoy TO cql-fecha
               MOVE com-tarifa TO cql-tarifa
               MOVE ZERO TO cql-factura
               MOVE SPACES TO cql-motivo
               MOVE ZERO TO cql-liquidacion
               WRITE cql-reg
                   INVALID KEY
                       DISPLAY "RENGLON " cql-llave " YA EXISTE"
               END-WRITE
           END-IF.

      * los recuperos y el detalle de devoluciones no cuentan en lo
      * devengado del periodo: el delta contra comisiones.txt se toma
      * solo de la comision liquidada
       350-SUMAR-LEDGER.
           MOVE ZERO TO w-acumulado.
           MOVE ZERO TO w-ultima-secuencia.
           MOVE ZERO TO w-cant-comision.
           MOVE ZERO TO cql-secuencia.
           MOVE ZERO TO w-flag-cql.
           START COMLIQ KEY IS >= cql-llave
           READ COMLIQ NEXT
               AT END MOVE 1 TO w-flag-cql
               NOT AT END
                   IF cql-vend = w-sum-vend
                      AND cql-periodo = w-sum-periodo
                       IF cql-tipo NOT = "R"
                          AND cql-tipo NOT = "I"
                           ADD cql-importe TO w-acumulado
                           ADD 1 TO w-cant-comision
                           IF cql-tarifa > ZERO
                               MOVE cql-tarifa TO w-tarifa-rev
                           END-IF
                       END-IF
                       MOVE cql-secuencia TO w-ultima-secuencia
                   ELSE
                       MOVE 1 TO w-flag-cql
               AT END MOVE 1 TO w-flag-cql
               NOT AT END
                   IF cql-periodo = w-periodo-pedido
                      AND cql-tipo NOT = "R"
                      AND cql-tipo NOT = "I"
                      AND (cql-estado = "E" OR cql-estado = "P")
                       MOVE "s" TO w-ya-exportado
                       MOVE 1 TO w-flag-cql
                   END-IF
           END-READ.

      * cada vendedor sale con su comision del periodo y, en renglon
      * aparte, los recuperos pendientes por castigos, que quedan
      * marcados con la liquidacion en que se descontaron. el detalle
      * de devoluciones no sale: ya esta dentro de la comision
       450-GENERAR-EXPORTACION.
           OPEN OUTPUT SUELDOSEXP.
           IF w-fs-sueldosexp NOT = "00"
           READ COMLIQ NEXT
               AT END MOVE 1 TO w-flag-cql
               NOT AT END
                   IF (cql-tipo NOT = "R" AND cql-tipo NOT = "I"
                       AND cql-periodo = w-periodo-pedido)
                      OR (cql-tipo = "R" AND cql-estado = "A"
                       AND cql-periodo <= w-periodo-pedido)
                       PERFORM 470-SUMAR-EXPORTACION
                   END-IF
           END-READ.

       470-SUMAR-EXPORTACION.
           IF w-exp-primero = "s"
               MOVE cql-vend TO w-exp-vend
               PERFORM 475-INICIAR-VENDEDOR
               MOVE "n" TO w-exp-primero
           END-IF.
           IF cql-vend NOT = w-exp-vend
               PERFORM 480-ESCRIBIR-EXPORTACION
               MOVE cql-vend TO w-exp-vend
               PERFORM 475-INICIAR-VENDEDOR
           END-IF.
           IF cql-tipo = "R"
               ADD cql-importe TO w-exp-recupero
               MOVE "s" TO w-exp-hay-rec
           ELSE
               ADD cql-importe TO w-exp-importe
               MOVE "s" TO w-exp-hay-com
           END-IF.
           MOVE "E" TO cql-estado.
           MOVE w-periodo-pedido TO cql-liquidacion.
           REWRITE cql-reg.

       475-INICIAR-VENDEDOR.
           MOVE ZERO TO w-exp-importe.
           MOVE ZERO TO w-exp-recupero.
           MOVE "n" TO w-exp-hay-com.
           MOVE "n" TO w-exp-hay-rec.

       480-ESCRIBIR-EXPORTACION.
           MOVE w-exp-vend TO exp-vend.
           MOVE w-periodo-pedido TO exp-periodo.
           IF w-exp-hay-com = "s"
               MOVE w-exp-importe TO exp-importe
               MOVE "C" TO exp-concepto
               WRITE exp-reg
               ADD 1 TO w-ctl-escritos
           END-IF.
           IF w-exp-hay-rec = "s"
               MOVE w-exp-recupero TO exp-importe
               MOVE "R" TO exp-concepto
               WRITE exp-reg
               ADD 1 TO w-ctl-escritos
           END-IF.
           ADD 1 TO w-cant-exp.

       600-MARCAR-PAGADO.
           DISPLAY "PERIODO CONFIRMADO POR SUELDOS (AAAAMM): ".
           READ COMLIQ NEXT
               AT END MOVE 1 TO w-flag-cql
               NOT AT END
                   IF cql-estado = "E"
                      AND ((cql-tipo NOT = "R"
                       AND cql-periodo = w-periodo-pedido)
                      OR (cql-tipo = "R"
                       AND cql-liquidacion = w-periodo-pedido))
                       MOVE "P" TO cql-estado
                       MOVE w-fecha-hoy TO cql-fecha
                       REWRITE cql-reg
                       MOVE ZERO TO w-saldo-impago
                   END-IF
                   IF cql-estado NOT = "P"
                      AND cql-tipo NOT = "I"
                       ADD cql-importe TO w-saldo-impago
                   END-IF
           END-READ.
           MOVE lin-saldo TO sal-linea.
           WRITE sal-linea.

      * estado de comisiones de una liquidacion: por vendedor, la
      * comision del periodo y cada recupero que se le descuenta, con
      * la factura y el motivo, para que vea por que cobra menos. las
      * devoluciones salen con su factura debajo de la comision, como
      * detalle de lo que ya bajo el ajuste, sin sumar al neto
       800-ESTADO-COMISIONES.
           DISPLAY "LIQUIDACION A INFORMAR (AAAAMM): ".
           ACCEPT w-periodo-pedido.
           OPEN OUTPUT COMESTADO.
           IF w-fs-comestado NOT = "00"
              AND w-fs-comestado NOT = "05"
               MOVE "COMESTADO" TO w-abend-archivo
               MOVE w-fs-comestado TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo-pedido TO l-est-liquidacion.
           MOVE lin-est-titulo TO est-linea.
           WRITE est-linea.
           MOVE "n" TO w-est-hay-vend.
           MOVE ZERO TO w-vend-ant.
           MOVE ZEROES TO cql-llave.
           MOVE ZERO TO w-flag-cql.
           START COMLIQ KEY IS >= cql-llave
               INVALID KEY MOVE 1 TO w-flag-cql
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 810-INFORMAR-UNO
               UNTIL w-flag-cql = 1.
           IF w-est-hay-vend = "s"
               PERFORM 840-ESCRIBIR-NETO
           END-IF.
           CLOSE COMESTADO.
           DISPLAY "ESTADO DE COMISIONES EN COMESTADO.TXT".

       810-INFORMAR-UNO.
           READ COMLIQ NEXT
               AT END MOVE 1 TO w-flag-cql
               NOT AT END
                   PERFORM 815-VER-SI-INCLUYE
                   IF w-est-incluye = "s"
                       PERFORM 820-INFORMAR-RENGLON
                   END-IF
           END-READ.

      * entra lo que sale en esa liquidacion: la comision del periodo
      * con el detalle de sus devoluciones y los recuperos ya
      * descontados en ella o todavia pendientes
       815-VER-SI-INCLUYE.
           MOVE "n" TO w-est-incluye.
           IF cql-tipo NOT = "R"
               IF cql-periodo = w-periodo-pedido
                   MOVE "s" TO w-est-incluye
               END-IF
           ELSE
               IF cql-liquidacion = w-periodo-pedido
                  OR (cql-estado = "A"
                  AND cql-periodo <= w-periodo-pedido)
                   MOVE "s" TO w-est-incluye
               END-IF
           END-IF.

       820-INFORMAR-RENGLON.
           IF w-est-hay-vend = "s"
              AND cql-vend NOT = w-vend-ant
               PERFORM 840-ESCRIBIR-NETO
           END-IF.
           IF w-est-hay-vend = "n"
              OR cql-vend NOT = w-vend-ant
               MOVE cql-vend TO w-vend-ant
               MOVE ZERO TO w-est-neto
               MOVE "s" TO w-est-hay-vend
               MOVE lin-guarda TO est-linea
               WRITE est-linea
               MOVE cql-vend TO l-est-vend
               MOVE lin-est-vend TO est-linea
               WRITE est-linea
               MOVE lin-est-cabecera TO est-linea
               WRITE est-linea
           END-IF.
           EVALUATE cql-tipo
               WHEN "O" MOVE "COMISION" TO l-est-concepto
               WHEN "D" MOVE "AJUSTE" TO l-est-concepto
               WHEN "I" MOVE "DEVOLUC." TO l-est-concepto
               WHEN OTHER MOVE "RECUPERO" TO l-est-concepto
           END-EVALUATE.
           MOVE cql-periodo TO l-est-periodo.
           IF cql-tipo = "R" OR cql-tipo = "I"
               MOVE cql-factura TO l-est-factura
               MOVE cql-motivo TO l-est-motivo
           ELSE
               MOVE SPACES TO l-est-factura
               MOVE SPACES TO l-est-motivo
           END-IF.
           MOVE cql-importe TO l-est-importe.
           EVALUATE TRUE
               WHEN cql-tipo = "I" MOVE "EN AJUSTE" TO l-est-estado
               WHEN cql-estado = "E" MOVE "EXPORTADO" TO l-est-estado
               WHEN cql-estado = "P" MOVE "PAGADO" TO l-est-estado
               WHEN OTHER MOVE "PENDIENTE" TO l-est-estado
           END-EVALUATE.
           MOVE lin-est-detalle TO est-linea.
           WRITE est-linea.
           IF cql-tipo NOT = "I"
               ADD cql-importe TO w-est-neto
           END-IF.

       840-ESCRIBIR-NETO.
           MOVE w-est-neto TO l-est-neto.
           MOVE lin-est-neto TO est-linea.
           WRITE est-linea.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
           ACCEPT w-ctl-hora-ini FROM TIME.
