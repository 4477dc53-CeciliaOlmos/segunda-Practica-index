           ALTERNATE RECORD KEY IS cli-vend WITH DUPLICATES
           FILE STATUS IS w-fs-clienvip.

           SELECT OPTIONAL VENTANA ASSIGN TO "..\vipventana.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is vta-codcli
           FILE STATUS IS w-fs-ventana.

           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-suc-status.

           SELECT OPTIONAL CONDPAGO ASSIGN TO "..\condpago.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cpg-status.

           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cal-status.

           SELECT OPTIONAL PARAMETRO ASSIGN TO "..\parametro.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-parametro.
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 cli-vend pic 9(3).
           03 cli-exento pic x.
           03 cli-sucursal pic 9(2).
       FD  VENTANA.
       01  vta-reg.
           03 vta-codcli pic 9(6).
           03 vta-ganancia pic s9(10)V99.
           03 vta-vend pic 9(3).
           03 vta-sucursal pic 9(2).
           03 vta-fecha-act pic 9(8).
       FD  CLIENTE.
       01  cte-reg.
           03 cte-codigo pic 9(6).
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
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  CLIENVIPHIST.
       01  hist-reg.
           03 hist-fecha pic 9(8).
           03 suc-codigo pic 9(2).
           03 suc-nombre pic x(20).
           03 suc-max-vip pic 9(3).
       FD  CONDPAGO.
       01  cpg-reg.
           03 cpg-codigo pic 9(2).
           03 cpg-descrip pic x(20).
           03 cpg-tipo pic x.
           03 cpg-dias pic 9(3).
       FD  CALENDARIO.
       01  cal-reg.
           03 cal-tipo pic x.
           03 cal-datos pic x(27).
           03 cal-mes REDEFINES cal-datos.
              05 cal-periodo pic 9(6).
              05 cal-estado pic x.
              05 filler pic x(20).
           03 cal-feriado REDEFINES cal-datos.
              05 cal-fecha pic 9(8).
              05 cal-descrip pic x(19).
       FD  PARAMETRO.
       01  param-reg.
           03 param-max-vip pic 9(3).
       01  w-fs-costohist pic xx.
       01  w-fs-clienvip pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-ventana pic xx.
       01  w-fs-parametro pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "REPROEXCEP".
       01  w-batch-activo pic x value "n".
       01  w-suc-caps.
           03 w-suc-cap OCCURS 99 TIMES pic 9(3).
       01  w-cpg-status pic xx.
       01  w-flag-cpg pic 9.
       01  w-condpagos.
           03 w-cpg-item OCCURS 99 TIMES.
              05 w-cpg-tipo pic x.
              05 w-cpg-dias pic 9(3).
       01  w-cal-status pic xx.
       01  w-flag-cal pic 9.
       01  w-feriados-cant pic 9(3) value zero.
       01  w-feriados-tab.
           03 w-feriado-fecha OCCURS 366 TIMES
              INDEXED BY w-fer-idx pic 9(8).
       01  w-venc-fecha pic 9(8).
       01  w-venc-fecha-par REDEFINES w-venc-fecha.
           03 w-venc-anio pic 9(4).
           03 w-venc-mes pic 9(2).
           03 w-venc-dia pic 9(2).
       01  w-venc-tipo pic x.
       01  w-venc-dias pic 9(3).
       01  w-venc-int pic 9(8).
       01  w-venc-feriado pic x.
       01  w-tipo-mov pic x.
           88 mov-devolucion value "D".
       01  w-costo-vigente pic 9(10)V99.
       01  w-lineas-ok pic 9(4).
       01  w-cant-vip pic 9(3).
       01  w-menor pic s9(10)V99.
       01  w-ventana-candidato pic s9(10)V99.
       01  w-ventana-roster pic s9(10)V99.
       01  w-cli-eliminar pic 9(6).
       01  w-ganancia-anterior pic s9(10)V99.
       01  w-cant-recuperados pic 9(6) value zero.
               MOVE w-fs-clienvip TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENTANA.
           IF w-fs-ventana NOT = "00"
              AND w-fs-ventana NOT = "05"
               MOVE "VENTANA" TO w-abend-archivo
               MOVE w-fs-ventana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 110-ABRIR-CTACTE.
           PERFORM 120-ABRIR-CLIENVIPHIST.
           PERFORM 130-LEER-PARAMETRO.
           END-READ.
           CLOSE PARAMETRO.
           PERFORM 135-CARGAR-SUCURSALES.
           PERFORM 137-CARGAR-CONDPAGO.
           PERFORM 140-CARGAR-FERIADOS.

       135-CARGAR-SUCURSALES.
           MOVE ZEROES TO w-suc-caps.
                   END-IF
           END-READ.

      * condiciones de pago y feriados: los mismos que usa la corrida
      * nocturna para fijar el vencimiento de una factura nueva
       137-CARGAR-CONDPAGO.
           INITIALIZE w-condpagos.
           MOVE ZERO TO w-flag-cpg.
           OPEN INPUT CONDPAGO.
           IF w-cpg-status = "00" OR w-cpg-status = "05"
               PERFORM 138-LEER-CONDPAGO
                   UNTIL w-flag-cpg = 1
               CLOSE CONDPAGO
           END-IF.

       138-LEER-CONDPAGO.
           READ CONDPAGO
               AT END MOVE 1 TO w-flag-cpg
               NOT AT END
                   IF cpg-codigo > ZERO
                       MOVE cpg-tipo TO w-cpg-tipo(cpg-codigo)
                       MOVE cpg-dias TO w-cpg-dias(cpg-codigo)
                   END-IF
           END-READ.

       140-CARGAR-FERIADOS.
           MOVE ZERO TO w-feriados-cant.
           MOVE ZERO TO w-flag-cal.
           OPEN INPUT CALENDARIO.
           IF w-cal-status = "00" OR w-cal-status = "05"
               PERFORM 141-LEER-FERIADO
                   UNTIL w-flag-cal = 1
               CLOSE CALENDARIO
           END-IF.

       141-LEER-FERIADO.
           READ CALENDARIO
               AT END MOVE 1 TO w-flag-cal
               NOT AT END
                   IF cal-tipo = "F" AND w-feriados-cant < 366
                       ADD 1 TO w-feriados-cant
                       MOVE cal-fecha
                           TO w-feriado-fecha(w-feriados-cant)
                   END-IF
           END-READ.

       200-LEER-EXCEPMOV.
           READ EXCEPMOV AT END MOVE 1 TO w-flag-exc
               NOT AT END ADD 1 TO w-ctl-leidos.
           END-READ.

       460-ACTUALIZAR-CTACTE.
           COMPUTE w-importe-linea =
               fac-precio + fac-iva + fac-percepcion.
           IF mov-devolucion
               COMPUTE w-importe-linea = ZERO - w-importe-linea
           END-IF.
               MOVE fac-moneda TO cta-moneda
               MOVE fac-cambio TO cta-cambio
           END-IF.
           PERFORM 490-CALCULAR-VENCIMIENTO.
           WRITE cta-reg.

      * una factura retenida por credito sigue retenida mientras le
      * quede saldo: solo la libera credito
       480-FIJAR-ESTADO-CTACTE.
           IF cta-cobrado >= cta-total
               MOVE "C" TO cta-estado
           ELSE
               IF cta-estado NOT = "H"
                   IF cta-cobrado > ZERO
                       MOVE "P" TO cta-estado
                   ELSE
                       MOVE "A" TO cta-estado
                   END-IF
               END-IF
           END-IF.

       490-CALCULAR-VENCIMIENTO.
           MOVE "N" TO w-venc-tipo.
           MOVE ZERO TO w-venc-dias.
           MOVE cta-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cte-condpago > ZERO
                      AND w-cpg-tipo(cte-condpago) NOT = SPACE
                       MOVE w-cpg-tipo(cte-condpago) TO w-venc-tipo
                       MOVE w-cpg-dias(cte-condpago) TO w-venc-dias
                   END-IF
           END-READ.
           MOVE cta-fecha TO w-venc-fecha.
           IF w-venc-tipo = "F"
               MOVE 1 TO w-venc-dia
               IF w-venc-mes = 12
                   MOVE 1 TO w-venc-mes
                   ADD 1 TO w-venc-anio
               ELSE
                   ADD 1 TO w-venc-mes
               END-IF
               COMPUTE w-venc-int =
                   FUNCTION INTEGER-OF-DATE(w-venc-fecha) - 1
           ELSE
               COMPUTE w-venc-int =
                   FUNCTION INTEGER-OF-DATE(w-venc-fecha)
           END-IF.
           ADD w-venc-dias TO w-venc-int.
           MOVE "s" TO w-venc-feriado.
           PERFORM 492-SALTEAR-FERIADO
               UNTIL w-venc-feriado = "n".
           MOVE w-venc-fecha TO cta-vencimiento.

       492-SALTEAR-FERIADO.
           COMPUTE w-venc-fecha =
               FUNCTION DATE-OF-INTEGER(w-venc-int).
           MOVE "n" TO w-venc-feriado.
           IF w-feriados-cant > ZERO
               PERFORM 494-COMPARAR-FERIADO
                   VARYING w-fer-idx FROM 1 BY 1
                   UNTIL w-fer-idx > w-feriados-cant
                      OR w-venc-feriado = "s"
           END-IF.
           IF w-venc-feriado = "s"
               ADD 1 TO w-venc-int
           END-IF.

       494-COMPARAR-FERIADO.
           IF w-feriado-fecha(w-fer-idx) = w-venc-fecha
               MOVE "s" TO w-venc-feriado
           END-IF.

       500-REPROCESAR-ARTICULO.
           MOVE cli-ganancia TO hist-ganancia-nueva.
           PERFORM 700-REGISTRAR-AUDITORIA.

      * el lugar en el padron se compite con la ganancia de la ventana
      * movil: la del candidato mas lo recuperado contra la menor del
      * padron. Lo recuperado no pasa por el resumen mensual, asi que
      * no se suma al archivo de la ventana
       630-INTENTAR-ALTA-VIP.
           MOVE exc-cliente TO vta-codcli.
           PERFORM 648-LEER-VENTANA.
           COMPUTE w-ventana-candidato =
                   w-ventana-roster + w-ganancia-rec.
           PERFORM 640-CONTAR-ROSTER-VENDEDOR.
           PERFORM 625-RESOLVER-TOPE-SUCURSAL.
           IF w-cant-vip < w-max-vip-efectivo
               PERFORM 660-INGRESO-CLIENTEVIP
           ELSE
               IF w-ventana-candidato > w-menor
                   PERFORM 650-ELIMINO-CLIENTE-MENOR
                   PERFORM 660-INGRESO-CLIENTEVIP
               END-IF
                   ELSE
                       IF cli-sucursal = exc-sucursal
                           ADD 1 TO w-cant-vip
                           MOVE cli-codcli TO vta-codcli
                           PERFORM 648-LEER-VENTANA
                           IF cli-exento NOT = "s"
                              AND w-ventana-roster < w-menor
                               MOVE w-ventana-roster TO w-menor
                               MOVE cli-codcli TO w-cli-eliminar
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       648-LEER-VENTANA.
           READ VENTANA
               INVALID KEY MOVE ZERO TO w-ventana-roster
               NOT INVALID KEY MOVE vta-ganancia TO w-ventana-roster
           END-READ.

       650-ELIMINO-CLIENTE-MENOR.
           MOVE w-cli-eliminar TO cli-codcli.
           READ CLIENVIP
                   DELETE CLIENVIP
                   MOVE "BAJA" TO hist-accion
                   MOVE w-cli-eliminar TO hist-codcli
                   MOVE cli-ganancia TO hist-ganancia-ant
                   MOVE ZERO TO hist-ganancia-nueva
                   PERFORM 700-REGISTRAR-AUDITORIA
           END-READ.
           DISPLAY "EXCEPCIONES RECUPERADAS: " w-cant-recuperados.
           DISPLAY "EXCEPCIONES PENDIENTES:  " w-cant-pendientes.
           CLOSE FACTURAS ARTICULO COSTOHIST CLIENTE CLIENVIP
                 CTACTE CLIENVIPHIST VENTANA.

      * el reproceso suma a cta-total fuera de la cadena nocturna: la
      * foto que usa la prueba de balance diaria se refresca aca para
