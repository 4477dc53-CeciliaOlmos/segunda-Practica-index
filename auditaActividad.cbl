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
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT OPTIONAL CREDITO ASSIGN TO "..\credito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cre-codcli
           FILE STATUS IS w-fs-credito.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cal-status.
           SELECT OPTIONAL BAJOLISTA ASSIGN TO "..\bajolista.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-bajolista.
           SELECT REINCIDE ASSIGN TO "..\reincide.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS rei-llave
           FILE STATUS IS w-fs-reincide.
           SELECT OPTIONAL ARTMANTAUD ASSIGN TO "..\artmantaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-artmantaud.
           SELECT OPTIONAL TRANSFCARTERA
                   ASSIGN TO "..\transfcartera.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-transfcartera.
           SELECT OPTIONAL PARAMETRO ASSIGN TO "..\parametro.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-parametro.
           SELECT REVISION ASSIGN TO "..\revision.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rev-numero
                   ALTERNATE RECORD KEY IS rev-clave
           FILE STATUS IS w-fs-revision.
           SELECT REVLISTADO ASSIGN TO "..\revision.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-revlistado.
           SELECT AUD-WORK ASSIGN TO "audtmp.tmp".
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
       FD  CREDITO.
       01  cre-reg.
           03 cre-codcli pic 9(6).
           03 cre-limite pic 9(10)V99.
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
       FD  BAJOLISTA.
       01  baj-reg.
           03 baj-vend pic 9(3).
           03 baj-cliente pic 9(6).
           03 baj-factura pic 9(12).
           03 baj-articulo pic x(8).
           03 baj-precio pic s9(10)V99.
           03 baj-lista pic 9(10)V99.
           03 baj-diferencia pic s9(10)V99.
      * reincidencia de ventas bajo lista por vendedor y cliente: cuenta
      * las noches con alguna venta bajo lista desde la primera de la
      * ventana; pasada la ventana la cuenta vuelve a empezar
       FD  REINCIDE.
       01  rei-reg.
           03 rei-llave.
              05 rei-vend pic 9(3).
              05 rei-cliente pic 9(6).
           03 rei-primera pic 9(8).
           03 rei-ultima pic 9(8).
           03 rei-veces pic 9(3).
       FD  ARTMANTAUD.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(8).
           03 aud-accion pic x(10).
           03 aud-codigo pic x(8).
           03 aud-descrip-ant pic x(30).
           03 aud-descrip-nueva pic x(30).
           03 aud-costo-ant pic s9(10)V99.
           03 aud-costo-nuevo pic s9(10)V99.
           03 aud-operador pic x(8).
       FD  TRANSFCARTERA.
       01  trf-reg.
           03 trf-fecha pic 9(8).
           03 trf-hora pic 9(8).
           03 trf-vend-origen pic 9(3).
           03 trf-vend-destino pic 9(3).
           03 trf-codcli pic 9(6).
           03 trf-operador pic x(8).
       FD  PARAMETRO.
       01  param-reg.
           03 param-max-vip pic 9(3).
           03 param-simulacion pic x.
           03 param-comision pic 9(3).
           03 param-tol-excep pic 9(6).
           03 param-tol-rechazos pic 9(6).
           03 param-tol-margen pic 9(6).
           03 param-int-tasa pic 9(3).
           03 param-int-gracia pic 9(3).
           03 param-ventana-meses pic 9(2).
           03 param-aud-margen pic 9(2).
           03 param-aud-venta-grande pic 9(10).
           03 param-aud-dias-costo pic 9(2).
      * lista de revision de auditoria interna. la clave alternativa
      * (regla, fecha del hecho y referencia) impide que el mismo
      * hallazgo entre dos veces si la corrida se repite. estado P
      * pendiente, C cerrado; disposicion J justificado, E error
      * administrativo, I irregularidad confirmada
       FD  REVISION.
       01  rev-reg.
           03 rev-numero pic 9(8).
           03 rev-clave.
              05 rev-regla pic x(4).
              05 rev-fecha pic 9(8).
              05 rev-ref pic x(20).
           03 rev-puntaje pic 9(3).
           03 rev-vend pic 9(3).
           03 rev-cliente pic 9(6).
           03 rev-factura pic 9(12).
           03 rev-articulo pic x(8).
           03 rev-importe pic s9(12)V99.
           03 rev-detalle pic x(50).
           03 rev-fecha-alta pic 9(8).
           03 rev-estado pic x.
           03 rev-disposicion pic x.
           03 rev-observacion pic x(30).
           03 rev-operador pic x(8).
           03 rev-fecha-cierre pic 9(8).
       FD  REVLISTADO.
       01  rvl-linea pic x(132).
       SD  AUD-WORK.
       01  adw-rec.
           03 adw-cliente pic 9(6).
           03 adw-fecha pic 9(8).
           03 adw-factura pic 9(12).
           03 adw-vend pic 9(3).
           03 adw-articulo pic x(8).
           03 adw-importe pic s9(12)V99.
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
       01  w-abend-programa pic x(15) value "AUDITAACTIV".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-movdetalle pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-credito pic xx.
       01  w-cal-status pic xx.
       01  w-fs-bajolista pic xx.
       01  w-fs-reincide pic xx.
       01  w-fs-artmantaud pic xx.
       01  w-fs-transfcartera pic xx.
       01  w-fs-parametro pic xx.
       01  w-fs-revision pic xx.
       01  w-fs-revlistado pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "AUDITAACTIV".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-det pic 9.
           88 fin-detalle value 1.
       77  w-flag-sort pic 9.
       77  w-flag-cal pic 9.
       77  w-flag-cta pic 9.
       77  w-flag-baj pic 9.
       77  w-flag-aud pic 9.
       77  w-flag-trf pic 9.
       77  w-flag-rev pic 9.
       01  w-entrada pic x(8).
       01  w-corrida pic 9(8).
       01  w-dia-corrida pic 9(7).
      * umbrales de las reglas. los tres primeros se pueden ajustar en
      * parametro.txt; sin valor quedan los de aca
      *   margen: una factura esta "justo bajo el limite" si queda
      *   entre el limite menos este porcentaje y el limite
      *   venta grande: importe de linea, en pesos, que se controla
      *   contra los cambios de costo recientes del articulo
      *   dias costo: antiguedad maxima del cambio de costo
      *   reincidencia: noches con ventas bajo lista dentro de la
      *   ventana de dias para marcar al vendedor con el cliente
      *   dias cierre: dias antes del fin de mes en que una
      *   transferencia de cartera queda marcada
      *   dias atras: transferencias y cambios de costo que se miran
      *   hacia atras, para no perder nada si se salteo una noche
       01  w-margen-cred pic 9(2) value 10.
       01  w-venta-grande pic 9(10)V99 value 1000000.
       01  w-dias-costo pic 9(2) value 7.
       01  w-veces-reincide pic 9(3) value 3.
       01  w-dias-reincide pic 9(3) value 30.
       01  w-dias-cierre pic 9(2) value 5.
       01  w-dias-atras pic 9(2) value 7.
       01  w-feriados-cant pic 9(3) value zero.
       01  w-feriados-tab.
           03 w-feriado OCCURS 366 TIMES.
              05 w-feriado-fecha pic 9(8).
              05 w-feriado-descrip pic x(19).
       01  w-cambios-cant pic 9(3) value zero.
       01  w-cambios-tab.
           03 w-cambio OCCURS 500 TIMES.
              05 w-cam-articulo pic x(8).
              05 w-cam-fecha pic 9(8).
              05 w-cam-dia pic 9(7).
              05 w-cam-costo-ant pic s9(10)V99.
              05 w-cam-costo-nuevo pic s9(10)V99.
              05 w-cam-operador pic x(8).
       01  w-idx pic 9(3).
       01  w-mejor pic 9(3).
       01  w-fac-cta pic 9(12).
       01  w-hay-cta pic x.
       01  w-cli-ant pic 9(6).
       01  w-fecha-ant pic 9(8).
       01  w-fac-ant pic 9(12).
       01  w-es-feriado pic x.
       01  w-descrip-feriado pic x(19).
       01  w-dia-factura pic 9(7).
       01  w-dias pic s9(7).
       01  w-dias-mejor pic s9(7).
       01  w-umbral pic 9(10)V99.
       01  w-total-pesos pic s9(12)V99.
       01  w-cant-cerca pic 9(3).
       01  w-suma-cerca pic s9(12)V99.
       01  w-puntaje pic 9(3).
       01  w-fin-mes-fecha.
           03 w-fin-aaaa pic 9(4).
           03 w-fin-mm pic 9(2).
           03 w-fin-dd pic 9(2).
       01  w-fin-mes-num REDEFINES w-fin-mes-fecha pic 9(8).
       01  w-dia-fin-mes pic 9(7).
       01  w-dias-falta pic s9(7).
      * referencia del hallazgo dentro de la clave de revision: cada
      * regla la arma con la vista que le corresponde
       01  w-ref pic x(20).
       01  w-ref-fac REDEFINES w-ref.
           03 w-ref-factura pic 9(12).
           03 w-ref-articulo pic x(8).
       01  w-ref-vc REDEFINES w-ref.
           03 w-ref-vend pic 9(3).
           03 w-ref-cliente pic 9(6).
           03 filler pic x(11).
       01  w-ultimo-numero pic 9(8) value zero.
       01  w-cant-pendientes pic 9(6) value zero.
       01  w-cant-hallazgos pic 9(6) value zero.
       01  w-cant-repetidos pic 9(6) value zero.
       01  w-cant-feri pic 9(5) value zero.
       01  w-cant-limc pic 9(5) value zero.
       01  w-cant-bajl pic 9(5) value zero.
       01  w-cant-cost pic 9(5) value zero.
       01  w-cant-tran pic 9(5) value zero.
       01  w-ed-cant pic zz9.
       01  w-ed-dias pic zz9.
       01  w-ed-vend pic 999.
       01  lin-titulo.
           03 filler pic x(40)
              value "LISTA DE REVISION DE AUDITORIA - CORRIDA".
           03 filler pic x value space.
           03 l-tit-fecha pic 9999/99/99.
       01  lin-columnas.
           03 filler pic x(19) value "  NUMERO REGLA PTS ".
           03 filler pic x(24) value "FECHA      VEN  CLIENTE ".
           03 filler pic x(7) value "DETALLE".
       01  lin-hallazgo.
           03 l-numero pic zzzzzzz9.
           03 filler pic x value space.
           03 l-regla pic x(4).
           03 filler pic x(2) value spaces.
           03 l-puntaje pic zz9.
           03 filler pic x value space.
           03 l-fecha pic 9999/99/99.
           03 filler pic x value space.
           03 l-vend pic zz9.
           03 filler pic x(2) value spaces.
           03 l-cliente pic zzzzz9.
           03 filler pic x value space.
           03 l-detalle pic x(50).
           03 filler pic x value space.
           03 l-importe pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-entrada IS NUMERIC
               MOVE w-entrada TO w-corrida
           ELSE
               MOVE w-ctl-fecha TO w-corrida
           END-IF.
           COMPUTE w-dia-corrida =
               FUNCTION INTEGER-OF-DATE(w-corrida).
           PERFORM 100-INICIO.
           SORT AUD-WORK
               ON ASCENDING KEY adw-cliente adw-fecha adw-factura
               INPUT PROCEDURE IS 200-BARRER-MOVDETALLE
               OUTPUT PROCEDURE IS 300-ANALIZAR-FACTURAS.
           PERFORM 600-AUDITAR-BAJOLISTA.
           PERFORM 700-AUDITAR-TRANSFERENCIAS.
           PERFORM 900-FIN.
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
           OPEN INPUT CREDITO.
           IF w-fs-credito NOT = "00"
              AND w-fs-credito NOT = "05"
               MOVE "CREDITO" TO w-abend-archivo
               MOVE w-fs-credito TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O REINCIDE.
           IF w-fs-reincide NOT = "00"
               OPEN OUTPUT REINCIDE
               CLOSE REINCIDE
               OPEN I-O REINCIDE
           END-IF.
           IF w-fs-reincide NOT = "00"
               MOVE "REINCIDE" TO w-abend-archivo
               MOVE w-fs-reincide TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O REVISION.
           IF w-fs-revision NOT = "00"
               OPEN OUTPUT REVISION
               CLOSE REVISION
               OPEN I-O REVISION
           END-IF.
           IF w-fs-revision NOT = "00"
               MOVE "REVISION" TO w-abend-archivo
               MOVE w-fs-revision TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT REVLISTADO.
           IF w-fs-revlistado NOT = "00"
              AND w-fs-revlistado NOT = "05"
               MOVE "REVLISTADO" TO w-abend-archivo
               MOVE w-fs-revlistado TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-corrida TO l-tit-fecha.
           WRITE rvl-linea FROM lin-titulo.
           WRITE rvl-linea FROM lin-columnas.
           PERFORM 110-LEER-PARAMETRO.
           PERFORM 120-CARGAR-FERIADOS.
           PERFORM 130-CARGAR-CAMBIOS-COSTO.
           PERFORM 140-BUSCAR-ULTIMO-NUMERO.

       110-LEER-PARAMETRO.
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
                   IF param-aud-margen IS NUMERIC
                      AND param-aud-margen > ZERO
                       MOVE param-aud-margen TO w-margen-cred
                   END-IF
                   IF param-aud-venta-grande IS NUMERIC
                      AND param-aud-venta-grande > ZERO
                       MOVE param-aud-venta-grande TO w-venta-grande
                   END-IF
                   IF param-aud-dias-costo IS NUMERIC
                      AND param-aud-dias-costo > ZERO
                       MOVE param-aud-dias-costo TO w-dias-costo
                   END-IF
           END-READ.
           CLOSE PARAMETRO.

      * feriados: los mismos que usa la corrida para los vencimientos
       120-CARGAR-FERIADOS.
           MOVE ZERO TO w-feriados-cant.
           MOVE ZERO TO w-flag-cal.
           OPEN INPUT CALENDARIO.
           IF w-cal-status = "00" OR w-cal-status = "05"
               PERFORM 125-LEER-FERIADO
                   UNTIL w-flag-cal = 1
               CLOSE CALENDARIO
           END-IF.

       125-LEER-FERIADO.
           READ CALENDARIO
               AT END MOVE 1 TO w-flag-cal
               NOT AT END
                   IF cal-tipo = "F" AND w-feriados-cant < 366
                       ADD 1 TO w-feriados-cant
                       MOVE cal-fecha
                           TO w-feriado-fecha(w-feriados-cant)
                       MOVE cal-descrip
                           TO w-feriado-descrip(w-feriados-cant)
                   END-IF
           END-READ.

      * cambios de costo hechos a mano en artMant. los costos que
      * mueve la recepcion de mercaderia no pasan por aca: esos tienen
      * su orden de compra detras
       130-CARGAR-CAMBIOS-COSTO.
           MOVE ZERO TO w-cambios-cant.
           MOVE ZERO TO w-flag-aud.
           OPEN INPUT ARTMANTAUD.
           IF w-fs-artmantaud = "00" OR w-fs-artmantaud = "05"
               PERFORM 135-LEER-CAMBIO-COSTO
                   UNTIL w-flag-aud = 1
               CLOSE ARTMANTAUD
           END-IF.

       135-LEER-CAMBIO-COSTO.
           READ ARTMANTAUD
               AT END MOVE 1 TO w-flag-aud
               NOT AT END
                   IF aud-accion = "CAMBIO"
                      AND aud-costo-nuevo NOT = aud-costo-ant
                      AND aud-fecha IS NUMERIC
                      AND aud-fecha <= w-corrida
                       PERFORM 137-GUARDAR-CAMBIO-COSTO
                   END-IF
           END-READ.

       137-GUARDAR-CAMBIO-COSTO.
           COMPUTE w-dias = w-dia-corrida -
               FUNCTION INTEGER-OF-DATE(aud-fecha).
           IF w-dias <= w-dias-costo + w-dias-atras
               IF w-cambios-cant < 500
                   ADD 1 TO w-cambios-cant
                   MOVE aud-codigo TO w-cam-articulo(w-cambios-cant)
                   MOVE aud-fecha TO w-cam-fecha(w-cambios-cant)
                   COMPUTE w-cam-dia(w-cambios-cant) =
                       FUNCTION INTEGER-OF-DATE(aud-fecha)
                   MOVE aud-costo-ant
                       TO w-cam-costo-ant(w-cambios-cant)
                   MOVE aud-costo-nuevo
                       TO w-cam-costo-nuevo(w-cambios-cant)
                   MOVE aud-operador
                       TO w-cam-operador(w-cambios-cant)
               ELSE
                   DISPLAY "MAS DE 500 CAMBIOS DE COSTO RECIENTES - "
                           "SE CONTROLAN LOS PRIMEROS 500"
                   MOVE 1 TO w-flag-aud
               END-IF
           END-IF.

       140-BUSCAR-ULTIMO-NUMERO.
           MOVE ZERO TO w-flag-rev.
           MOVE ZERO TO rev-numero.
           START REVISION KEY IS >= rev-numero
               INVALID KEY MOVE 1 TO w-flag-rev
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 145-LEER-REVISION
               UNTIL w-flag-rev = 1.

       145-LEER-REVISION.
           READ REVISION NEXT
               AT END MOVE 1 TO w-flag-rev
               NOT AT END
                   MOVE rev-numero TO w-ultimo-numero
                   IF rev-estado = "P"
                       ADD 1 TO w-cant-pendientes
                   END-IF
           END-READ.

      * las lineas de la corrida se ordenan por cliente, fecha y
      * factura. el cliente y la fecha se toman de la cuenta corriente
      * (el cliente efectivo, despues de una fusion) y el importe se
      * pasa a pesos con el cambio de la factura
       200-BARRER-MOVDETALLE.
           MOVE ZERO TO w-flag-det.
           MOVE ZERO TO w-fac-cta.
           MOVE "n" TO w-hay-cta.
           PERFORM 210-LEER-MOVDETALLE
               UNTIL fin-detalle.

      * las devoluciones vienen con cantidad negativa: no cuentan
       210-LEER-MOVDETALLE.
           READ MOVDETALLE
               AT END MOVE 1 TO w-flag-det
               NOT AT END
                   ADD 1 TO w-ctl-leidos
                   IF mdet-cantid > ZERO
                       PERFORM 220-RELEASE-LINEA
                   END-IF
           END-READ.

       220-RELEASE-LINEA.
           IF mdet-factura NOT = w-fac-cta
               MOVE mdet-factura TO w-fac-cta
               MOVE mdet-factura TO cta-factura
               READ CTACTE
                   INVALID KEY MOVE "n" TO w-hay-cta
                   NOT INVALID KEY MOVE "s" TO w-hay-cta
               END-READ
           END-IF.
           IF w-hay-cta = "s"
               MOVE cta-cliente TO adw-cliente
               MOVE cta-fecha TO adw-fecha
               MOVE mdet-factura TO adw-factura
               MOVE mdet-vend TO adw-vend
               MOVE mdet-articulo TO adw-articulo
               COMPUTE adw-importe = mdet-precio * cta-cambio
               RELEASE adw-rec
           END-IF.

       300-ANALIZAR-FACTURAS.
           MOVE ZERO TO w-flag-sort.
           MOVE ZERO TO w-cli-ant.
           MOVE ZERO TO w-fecha-ant.
           MOVE ZERO TO w-fac-ant.
           PERFORM 310-RETORNAR-LINEA.
           PERFORM 320-PROCESAR-LINEA
               UNTIL w-flag-sort = 1.

       310-RETORNAR-LINEA.
           RETURN AUD-WORK AT END MOVE 1 TO w-flag-sort.

       320-PROCESAR-LINEA.
           IF adw-cliente NOT = w-cli-ant
              OR adw-fecha NOT = w-fecha-ant
               MOVE adw-cliente TO w-cli-ant
               MOVE adw-fecha TO w-fecha-ant
               COMPUTE w-dia-factura =
                   FUNCTION INTEGER-OF-DATE(adw-fecha)
               PERFORM 400-VERIFICAR-LIMITE
           END-IF.
           IF adw-factura NOT = w-fac-ant
               MOVE adw-factura TO w-fac-ant
               PERFORM 350-VERIFICAR-FERIADO
           END-IF.
           IF adw-importe >= w-venta-grande
               PERFORM 500-VERIFICAR-COSTO
           END-IF.
           PERFORM 310-RETORNAR-LINEA.

      ******************************************************************
      * regla FERI: factura fechada en un feriado del calendario
      ******************************************************************
       350-VERIFICAR-FERIADO.
           MOVE "n" TO w-es-feriado.
           PERFORM 355-BUSCAR-FERIADO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-feriados-cant
                  OR w-es-feriado = "s".
           IF w-es-feriado = "s"
               INITIALIZE rev-reg
               MOVE "FERI" TO rev-regla
               MOVE adw-fecha TO rev-fecha
               MOVE SPACES TO w-ref
               MOVE adw-factura TO w-ref-factura
               MOVE w-ref TO rev-ref
               MOVE 40 TO rev-puntaje
               MOVE adw-vend TO rev-vend
               MOVE adw-cliente TO rev-cliente
               MOVE adw-factura TO rev-factura
               MOVE adw-factura TO cta-factura
               READ CTACTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE rev-importe = cta-total * cta-cambio
               END-READ
               STRING "FACTURA FECHADA EN FERIADO: "
                      w-descrip-feriado
                      DELIMITED BY SIZE INTO rev-detalle
               PERFORM 800-REGISTRAR-HALLAZGO
               IF w-flag-rev = 1
                   ADD 1 TO w-cant-feri
               END-IF
           END-IF.

       355-BUSCAR-FERIADO.
           IF w-feriado-fecha(w-idx) = adw-fecha
               MOVE "s" TO w-es-feriado
               MOVE w-feriado-descrip(w-idx) TO w-descrip-feriado
           END-IF.

      ******************************************************************
      * regla LIMC: dos o mas facturas del mismo cliente y el mismo dia
      * que quedan cada una justo debajo de su limite de credito. se
      * mira toda la cuenta corriente del cliente para ese dia, no
      * solo lo facturado en la corrida
      ******************************************************************
       400-VERIFICAR-LIMITE.
           MOVE adw-cliente TO cre-codcli.
           READ CREDITO
               INVALID KEY MOVE ZERO TO cre-limite
               NOT INVALID KEY CONTINUE
           END-READ.
           IF cre-limite > ZERO
               COMPUTE w-umbral ROUNDED =
                   cre-limite * (100 - w-margen-cred) / 100
               MOVE ZERO TO w-cant-cerca
               MOVE ZERO TO w-suma-cerca
               MOVE ZERO TO w-flag-cta
               MOVE adw-cliente TO cta-cliente
               START CTACTE KEY IS = cta-cliente
                   INVALID KEY MOVE 1 TO w-flag-cta
                   NOT INVALID KEY CONTINUE
               END-START
               PERFORM 410-LEER-CTACTE-CLIENTE
                   UNTIL w-flag-cta = 1
               IF w-cant-cerca > 1
                   PERFORM 420-REPORTAR-LIMITE
               END-IF
           END-IF.

       410-LEER-CTACTE-CLIENTE.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-cta
               NOT AT END
                   IF cta-cliente NOT = adw-cliente
                       MOVE 1 TO w-flag-cta
                   ELSE
                       IF cta-fecha = adw-fecha
                          AND cta-estado NOT = "X"
                           COMPUTE w-total-pesos =
                               cta-total * cta-cambio
                           IF w-total-pesos >= w-umbral
                              AND w-total-pesos <= cre-limite
                               ADD 1 TO w-cant-cerca
                               ADD w-total-pesos TO w-suma-cerca
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       420-REPORTAR-LIMITE.
           INITIALIZE rev-reg.
           MOVE "LIMC" TO rev-regla.
           MOVE adw-fecha TO rev-fecha.
           MOVE SPACES TO w-ref.
           MOVE ZERO TO w-ref-vend.
           MOVE adw-cliente TO w-ref-cliente.
           MOVE w-ref TO rev-ref.
           COMPUTE w-puntaje = 30 + 20 * w-cant-cerca.
           IF w-puntaje > 90
               MOVE 90 TO w-puntaje
           END-IF.
           MOVE w-puntaje TO rev-puntaje.
           MOVE adw-vend TO rev-vend.
           MOVE adw-cliente TO rev-cliente.
           MOVE w-suma-cerca TO rev-importe.
           MOVE w-cant-cerca TO w-ed-cant.
           STRING w-ed-cant " FACTURAS DEL DIA JUSTO BAJO EL LIMITE"
                  DELIMITED BY SIZE INTO rev-detalle.
           PERFORM 800-REGISTRAR-HALLAZGO.
           IF w-flag-rev = 1
               ADD 1 TO w-cant-limc
           END-IF.

      ******************************************************************
      * regla COST: venta grande de un articulo cuyo costo se cambio a
      * mano pocos dias antes. pesa mas si el costo bajo (el margen
      * informado sube) y si el cambio fue el mismo dia o el anterior
      ******************************************************************
       500-VERIFICAR-COSTO.
           MOVE ZERO TO w-mejor.
           PERFORM 510-BUSCAR-CAMBIO-COSTO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cambios-cant.
           IF w-mejor > ZERO
               PERFORM 520-REPORTAR-COSTO
           END-IF.

       510-BUSCAR-CAMBIO-COSTO.
           IF w-cam-articulo(w-idx) = adw-articulo
              AND w-cam-fecha(w-idx) <= adw-fecha
               COMPUTE w-dias = w-dia-factura - w-cam-dia(w-idx)
               IF w-dias <= w-dias-costo
                   IF w-mejor = ZERO
                       MOVE w-idx TO w-mejor
                       MOVE w-dias TO w-dias-mejor
                   ELSE
                       IF w-dias < w-dias-mejor
                           MOVE w-idx TO w-mejor
                           MOVE w-dias TO w-dias-mejor
                       END-IF
                   END-IF
               END-IF
           END-IF.

       520-REPORTAR-COSTO.
           INITIALIZE rev-reg.
           MOVE "COST" TO rev-regla.
           MOVE adw-fecha TO rev-fecha.
           MOVE adw-factura TO w-ref-factura.
           MOVE adw-articulo TO w-ref-articulo.
           MOVE w-ref TO rev-ref.
           MOVE 50 TO w-puntaje.
           IF w-cam-costo-nuevo(w-mejor) < w-cam-costo-ant(w-mejor)
               ADD 20 TO w-puntaje
           END-IF.
           IF w-dias-mejor <= 1
               ADD 10 TO w-puntaje
           END-IF.
           MOVE w-puntaje TO rev-puntaje.
           MOVE adw-vend TO rev-vend.
           MOVE adw-cliente TO rev-cliente.
           MOVE adw-factura TO rev-factura.
           MOVE adw-articulo TO rev-articulo.
           MOVE adw-importe TO rev-importe.
           MOVE w-dias-mejor TO w-ed-dias.
           STRING "COSTO CAMBIADO " w-ed-dias " DIAS ANTES POR "
                  w-cam-operador(w-mejor)
                  DELIMITED BY SIZE INTO rev-detalle.
           PERFORM 800-REGISTRAR-HALLAZGO.
           IF w-flag-rev = 1
               ADD 1 TO w-cant-cost
           END-IF.

      ******************************************************************
      * regla BAJL: el mismo vendedor le vende bajo lista al mismo
      * cliente en varias noches dentro de la ventana. bajolista.txt es
      * la salida de auditaPrecio de esta misma corrida; una noche
      * cuenta una sola vez aunque traiga varias lineas
      ******************************************************************
       600-AUDITAR-BAJOLISTA.
           MOVE ZERO TO w-flag-baj.
           OPEN INPUT BAJOLISTA.
           IF w-fs-bajolista = "00" OR w-fs-bajolista = "05"
               PERFORM 610-LEER-BAJOLISTA
                   UNTIL w-flag-baj = 1
               CLOSE BAJOLISTA
           END-IF.

       610-LEER-BAJOLISTA.
           READ BAJOLISTA
               AT END MOVE 1 TO w-flag-baj
               NOT AT END PERFORM 620-CONTAR-REINCIDENCIA
           END-READ.

       620-CONTAR-REINCIDENCIA.
           MOVE baj-vend TO rei-vend.
           MOVE baj-cliente TO rei-cliente.
           READ REINCIDE
               INVALID KEY
                   MOVE w-corrida TO rei-primera
                   MOVE w-corrida TO rei-ultima
                   MOVE 1 TO rei-veces
                   WRITE rei-reg
               NOT INVALID KEY
                   IF rei-ultima NOT = w-corrida
                       COMPUTE w-dias = w-dia-corrida -
                           FUNCTION INTEGER-OF-DATE(rei-primera)
                       IF w-dias > w-dias-reincide
                           MOVE w-corrida TO rei-primera
                           MOVE 1 TO rei-veces
                       ELSE
                           ADD 1 TO rei-veces
                       END-IF
                       MOVE w-corrida TO rei-ultima
                       REWRITE rei-reg
                   END-IF
           END-READ.
           IF rei-veces >= w-veces-reincide
               PERFORM 630-REPORTAR-REINCIDENCIA
           END-IF.

       630-REPORTAR-REINCIDENCIA.
           INITIALIZE rev-reg.
           MOVE "BAJL" TO rev-regla.
           MOVE w-corrida TO rev-fecha.
           MOVE SPACES TO w-ref.
           MOVE baj-vend TO w-ref-vend.
           MOVE baj-cliente TO w-ref-cliente.
           MOVE w-ref TO rev-ref.
           COMPUTE w-puntaje =
               50 + 10 * (rei-veces - w-veces-reincide).
           IF w-puntaje > 90
               MOVE 90 TO w-puntaje
           END-IF.
           MOVE w-puntaje TO rev-puntaje.
           MOVE baj-vend TO rev-vend.
           MOVE baj-cliente TO rev-cliente.
           MOVE baj-factura TO rev-factura.
           MOVE baj-articulo TO rev-articulo.
           MOVE baj-diferencia TO rev-importe.
           MOVE rei-veces TO w-ed-cant.
           STRING w-ed-cant " NOCHES BAJO LISTA DESDE EL "
                  rei-primera
                  DELIMITED BY SIZE INTO rev-detalle.
           PERFORM 800-REGISTRAR-HALLAZGO.
           IF w-flag-rev = 1
               ADD 1 TO w-cant-bajl
           END-IF.

      ******************************************************************
      * regla TRAN: cliente pasado a otro vendedor con transfiereCartera
      * en los ultimos dias del mes, antes de que cierre el periodo de
      * comisiones. cuanto mas cerca del cierre, mas puntaje
      ******************************************************************
       700-AUDITAR-TRANSFERENCIAS.
           MOVE ZERO TO w-flag-trf.
           OPEN INPUT TRANSFCARTERA.
           IF w-fs-transfcartera = "00" OR w-fs-transfcartera = "05"
               PERFORM 710-LEER-TRANSFERENCIA
                   UNTIL w-flag-trf = 1
               CLOSE TRANSFCARTERA
           END-IF.

       710-LEER-TRANSFERENCIA.
           READ TRANSFCARTERA
               AT END MOVE 1 TO w-flag-trf
               NOT AT END
                   IF trf-fecha IS NUMERIC
                      AND trf-fecha <= w-corrida
                       PERFORM 720-VERIFICAR-TRANSFERENCIA
                   END-IF
           END-READ.

       720-VERIFICAR-TRANSFERENCIA.
           COMPUTE w-dias = w-dia-corrida -
               FUNCTION INTEGER-OF-DATE(trf-fecha).
           IF w-dias <= w-dias-atras
               MOVE trf-fecha TO w-fin-mes-num
               IF w-fin-mm = 12
                   ADD 1 TO w-fin-aaaa
                   MOVE 1 TO w-fin-mm
               ELSE
                   ADD 1 TO w-fin-mm
               END-IF
               MOVE 1 TO w-fin-dd
               COMPUTE w-dia-fin-mes =
                   FUNCTION INTEGER-OF-DATE(w-fin-mes-num) - 1
               COMPUTE w-dias-falta = w-dia-fin-mes -
                   FUNCTION INTEGER-OF-DATE(trf-fecha)
               IF w-dias-falta < w-dias-cierre
                   PERFORM 730-REPORTAR-TRANSFERENCIA
               END-IF
           END-IF.

       730-REPORTAR-TRANSFERENCIA.
           INITIALIZE rev-reg.
           MOVE "TRAN" TO rev-regla.
           MOVE trf-fecha TO rev-fecha.
           MOVE SPACES TO w-ref.
           MOVE trf-vend-origen TO w-ref-vend.
           MOVE trf-codcli TO w-ref-cliente.
           MOVE w-ref TO rev-ref.
           COMPUTE w-puntaje = 90 - 10 * w-dias-falta.
           MOVE w-puntaje TO rev-puntaje.
           MOVE trf-vend-destino TO rev-vend.
           MOVE trf-codcli TO rev-cliente.
           MOVE trf-vend-origen TO w-ed-vend.
           MOVE w-dias-falta TO w-ed-dias.
           STRING "DEL VENDEDOR " w-ed-vend " A " w-ed-dias
                  " DIAS DEL CIERRE POR " trf-operador
                  DELIMITED BY SIZE INTO rev-detalle.
           PERFORM 800-REGISTRAR-HALLAZGO.
           IF w-flag-rev = 1
               ADD 1 TO w-cant-tran
           END-IF.

      * el hallazgo entra pendiente con el numero siguiente. si la
      * clave ya esta en la lista (corrida repetida, o el mismo hecho
      * visto otra noche) no se vuelve a cargar; w-flag-rev queda en 1
      * solo cuando el hallazgo es nuevo
       800-REGISTRAR-HALLAZGO.
           MOVE ZERO TO w-flag-rev.
           COMPUTE rev-numero = w-ultimo-numero + 1.
           MOVE w-corrida TO rev-fecha-alta.
           MOVE "P" TO rev-estado.
           WRITE rev-reg
               INVALID KEY
                   ADD 1 TO w-cant-repetidos
               NOT INVALID KEY
                   MOVE 1 TO w-flag-rev
                   MOVE rev-numero TO w-ultimo-numero
                   ADD 1 TO w-cant-hallazgos
                   ADD 1 TO w-cant-pendientes
                   ADD 1 TO w-ctl-escritos
                   PERFORM 810-LISTAR-HALLAZGO
           END-WRITE.

       810-LISTAR-HALLAZGO.
           MOVE rev-numero TO l-numero.
           MOVE rev-regla TO l-regla.
           MOVE rev-puntaje TO l-puntaje.
           MOVE rev-fecha TO l-fecha.
           MOVE rev-vend TO l-vend.
           MOVE rev-cliente TO l-cliente.
           MOVE rev-detalle TO l-detalle.
           MOVE rev-importe TO l-importe.
           WRITE rvl-linea FROM lin-hallazgo.

       900-FIN.
           MOVE SPACES TO rvl-linea.
           WRITE rvl-linea.
           MOVE SPACES TO rvl-linea.
           STRING "HALLAZGOS NUEVOS: " w-cant-hallazgos
                  "  PENDIENTES EN LA LISTA: " w-cant-pendientes
                  DELIMITED BY SIZE INTO rvl-linea.
           WRITE rvl-linea.
           DISPLAY "FERIADOS: " w-cant-feri
                   "  LIMITE: " w-cant-limc
                   "  BAJO LISTA: " w-cant-bajl
                   "  COSTO: " w-cant-cost
                   "  CARTERA: " w-cant-tran.
           DISPLAY "HALLAZGOS NUEVOS: " w-cant-hallazgos
                   "  YA LISTADOS: " w-cant-repetidos
                   "  PENDIENTES: " w-cant-pendientes.
           CLOSE MOVDETALLE.
           CLOSE CTACTE.
           CLOSE CREDITO.
           CLOSE REINCIDE.
           CLOSE REVISION.
           CLOSE REVLISTADO.

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
