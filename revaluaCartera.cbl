           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  COTIZACIONES.
       01  cot-reg.
           03 cot-fecha pic x(8).
           88 fin-cta value 1.
       01  w-flag-cot pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-periodo-num pic 9(6).
       01  w-periodo-r REDEFINES w-periodo-num.
           03 w-anio pic 9(4).
           03 w-mes pic 9(2).
       01  w-fecha-aux pic 9(8).
       01  w-dia-int pic 9(8).
       01  w-fecha-revaluacion pic 9(8).
       01  w-cot-cant pic 9(3) value zero.
       01  w-cot-tab.
           03 w-cot-item OCCURS 500 TIMES
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-PEDIR-PERIODO.
           PERFORM 100-CARGAR-COTIZACIONES.
           IF w-fecha-revaluacion = ZERO
               DISPLAY "PERIODO INVALIDO - NO SE REVALUA"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-cot-cant = ZERO
                   DISPLAY "SIN COTIZACIONES CARGADAS - NO SE REVALUA"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 200-REVALUAR
                   PERFORM 600-ASIENTOS-DIFERENCIA
                   IF w-cant-revaluadas > ZERO
                       PERFORM 850-ACTUALIZAR-SNAPSHOT
                   END-IF
                   DISPLAY "FACTURAS REVALUADAS: " w-cant-revaluadas
               END-IF
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * en el cierre se informa el periodo y la revaluacion queda al
      * ultimo dia del mes, asi los asientos caen en el periodo que se
      * cierra; con cero se revalua a la fecha del dia
       050-PEDIR-PERIODO.
           DISPLAY "PERIODO A REVALUAR (AAAAMM, 0 = HOY): ".
           ACCEPT w-periodo-num.
           MOVE ZERO TO w-fecha-revaluacion.
           IF w-periodo-num IS NOT NUMERIC
              OR w-periodo-num = ZERO
               MOVE w-fecha-hoy TO w-fecha-revaluacion
           ELSE
               IF w-mes >= 1 AND w-mes <= 12
                   PERFORM 060-CALCULAR-FIN-DE-MES
               END-IF
           END-IF.

      * el ultimo dia del mes es el anterior al primero del mes
      * siguiente
       060-CALCULAR-FIN-DE-MES.
           IF w-mes = 12
               COMPUTE w-fecha-aux = (w-anio + 1) * 10000 + 0101
           ELSE
               COMPUTE w-fecha-aux = w-periodo-num * 100 + 101
           END-IF.
           COMPUTE w-dia-int =
               FUNCTION INTEGER-OF-DATE(w-fecha-aux) - 1.
           COMPUTE w-fecha-revaluacion =
               FUNCTION DATE-OF-INTEGER(w-dia-int).

       100-CARGAR-COTIZACIONES.
           OPEN INPUT COTIZACIONES.
           IF w-cot-status NOT = "00"
               MOVE w-fs-revaluacion TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-revaluacion TO l-fecha.
           MOVE lin-titulo TO rev-linea.
           WRITE rev-linea.
           MOVE ZERO TO cta-factura.

      * solo se restatean los saldos abiertos en moneda extranjera:
      * el saldo vuelve a su moneda de origen con el cambio guardado
      * y se revalua al cambio vigente a la fecha de la revaluacion
       300-REVISAR-FACTURA.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-cta

       460-COMPARAR-COTIZACION.
           IF w-cot-moneda-mem(w-cot-idx) = cta-moneda
              AND w-cot-fecha-mem(w-cot-idx) <= w-fecha-revaluacion
              AND w-cot-fecha-mem(w-cot-idx) >= w-fecha-cambio
               MOVE w-cot-fecha-mem(w-cot-idx) TO w-fecha-cambio
               MOVE w-cot-cambio-mem(w-cot-idx)
               END-IF
               MOVE ZEROES TO w-concepto-factura
               IF w-total-ganancia > ZERO
                   MOVE w-fecha-revaluacion TO asi-fecha
                   MOVE "112001" TO asi-cuenta
                   MOVE "DIFERENCIA DE CAMBIO GANADA"
                       TO asi-concepto
                   WRITE asi-reg
               END-IF
               IF w-total-perdida > ZERO
                   MOVE w-fecha-revaluacion TO asi-fecha
                   MOVE "532001" TO asi-cuenta
                   MOVE "DIFERENCIA DE CAMBIO PERDIDA"
                       TO asi-concepto
