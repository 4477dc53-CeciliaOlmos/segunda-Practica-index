           ALTERNATE RECORD KEY IS cli-vend WITH DUPLICATES
           FILE STATUS IS w-fs-clienvip.

           SELECT VENTANA ASSIGN TO "..\vipventana.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is vta-codcli
           FILE STATUS IS w-fs-ventana.

           SELECT FACTURAS ASSIGN TO "..\facturas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-credhold.

           SELECT CREDRET ASSIGN TO "..\credret.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is crr-factura
           FILE STATUS IS w-fs-credret.

           SELECT MOVART ASSIGN TO "..\movart.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movart.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-suc-status.

           SELECT OPTIONAL CONDPAGO ASSIGN TO "..\condpago.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cpg-status.

           SELECT MOVDETALLE ASSIGN TO "..\movdetalle.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movdetalle.
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
       FD  FACTURAS.
       01  fac-reg.
           03 fac-llave.
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
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
       FD  COSTOHIST.
       01  cth-reg.
           03 cth-llave.
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  CREDITO.
       01  cre-reg.
           03 cre-codcli pic 9(6).
           03 chold-factura pic 9(12).
           03 chold-limite pic 9(10)V99.
           03 chold-saldo pic s9(12)V99.
      * registro de facturas retenidas por credito: P pendiente de
      * decision, L liberada, X rechazada. El exceso es lo que el
      * saldo del cliente pasa del limite con la factura incluida
       FD  CREDRET.
       01  crr-reg.
           03 crr-factura pic 9(12).
           03 crr-cliente pic 9(6).
           03 crr-vend pic 9(3).
           03 crr-fecha pic 9(8).
           03 crr-importe pic s9(10)V99.
           03 crr-limite pic 9(10)V99.
           03 crr-saldo pic s9(12)V99.
           03 crr-exceso pic s9(12)V99.
           03 crr-estado pic x.
           03 crr-fecha-dec pic 9(8).
           03 crr-operador pic x(8).
       FD  MOVART.
       01  mov-reg.
           03 mov-tipo pic x.
           03 suc-codigo pic 9(2).
           03 suc-nombre pic x(20).
           03 suc-max-vip pic 9(3).
       FD  CONDPAGO.
       01  cpg-reg.
           03 cpg-codigo pic 9(2).
           03 cpg-descrip pic x(20).
           03 cpg-tipo pic x.
           03 cpg-dias pic 9(3).
       FD  MOVDETALLE.
       01  mdet-reg.
           03 mdet-vend pic 9(3).
           03 mdet-cantid pic s9(4).
           03 mdet-precio pic s9(10)V99.
           03 mdet-iva pic s9(10)V99.
           03 mdet-percepcion pic s9(10)V99.
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-clienvip pic xx.
       01  w-fs-ventana pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-costohist pic xx.
       01  w-fs-credito pic xx.
       01  w-fs-credhold pic xx.
       01  w-fs-credret pic xx.
       01  w-fs-movart pic xx.
       01  w-fs-parametro pic xx.
       01  w-fs-excepmov pic xx.
              05 w-cache-cantid pic 9(4).
              05 w-cache-fecha pic 9(8).
              05 w-cache-iva pic 9(10)V99.
              05 w-cache-perc pic 9(10)V99.
       01  w-suma-fact pic s9(10)V99.
       01  w-ganancia-cliente pic s9(10)V99.
       01  w-menor pic s9(10)V99.
       01  w-max-vip-efectivo pic 9(3).
       01  w-suc-caps.
           03 w-suc-cap OCCURS 99 TIMES pic 9(3).
       01  w-cpg-status pic xx.
       01  w-flag-cpg pic 9.
       01  w-condpagos.
           03 w-cpg-item OCCURS 99 TIMES.
              05 w-cpg-tipo pic x.
              05 w-cpg-dias pic 9(3).
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
       01  w-feed-id pic x(10) value spaces.
       01  w-feed-fecha pic 9(8) value zero.
       01  w-feed-repetido pic x value "n".
       01  w-saldo-cliente pic s9(12)V99.
       01  w-flag-cred pic 9.
       01  w-cant-credhold pic 9(5) value zero.
       01  w-cant-retenidas pic 9(5) value zero.
       01  w-efec-ganancia pic s9(10)V99.
       01  w-efec-exento pic x.
       01  w-efec-omitir pic x.
       01  w-ventana-cliente pic s9(10)V99.
       01  w-vida-eliminar pic s9(10)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
               MOVE w-fs-clienvip TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
      * la ganancia de la ventana movil decide quien entra y quien sale
      * del padron; hasta que ventanaVip la arme nace vacia
           OPEN I-O VENTANA.
           IF w-fs-ventana NOT = "00"
              AND w-fs-ventana NOT = "05"
               OPEN OUTPUT VENTANA
               CLOSE VENTANA
               OPEN I-O VENTANA
               IF w-fs-ventana NOT = "00"
                   MOVE "VENTANA" TO w-abend-archivo
                   MOVE w-fs-ventana TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           PERFORM 122-CARGAR-COSTOHIST.
           PERFORM 125-ABRIR-CTACTE.
      * la auditoria del dia siempre se extiende: la corrida la deja
      * vacia antes del paso 6 y ventanaVip ya puede haber registrado
      * las altas y bajas del reordenamiento de padrones
           OPEN EXTEND CLIENVIPHIST.
           IF w-fs-clienviphist NOT = "00"
               OPEN OUTPUT CLIENVIPHIST
           END-IF.
           IF w-chk-vend > ZERO
               OPEN EXTEND EXCEPMOV
               OPEN EXTEND CLIENVIPPREVIEW
               OPEN EXTEND MOVDETALLE
               OPEN EXTEND CREDHOLD
           ELSE
               OPEN OUTPUT EXCEPMOV
               OPEN OUTPUT CLIENVIPPREVIEW
               OPEN OUTPUT MOVDETALLE
               OPEN OUTPUT CREDHOLD
               MOVE w-fs-credhold TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
      * el registro de retenciones nace con la primera factura que
      * pasa el limite; al retomar la corrida las ya registradas no
      * se pisan
           OPEN I-O CREDRET.
           IF w-fs-credret NOT = "00"
              AND w-fs-credret NOT = "05"
               OPEN OUTPUT CREDRET
               CLOSE CREDRET
               OPEN I-O CREDRET
           END-IF.
           IF w-fs-credret NOT = "00"
              AND w-fs-credret NOT = "05"
               MOVE "CREDRET" TO w-abend-archivo
               MOVE w-fs-credret TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

      * el historico de costos entero se sube a memoria una sola vez:
           PERFORM 131-CARGAR-FUSIONES.
           PERFORM 132-CARGAR-CALENDARIO.
           PERFORM 135-CARGAR-SUCURSALES.
           PERFORM 127-CARGAR-CONDPAGO.

       131-CARGAR-FUSIONES.
           MOVE ZERO TO w-fusion-cant.

       132-CARGAR-CALENDARIO.
           MOVE ZERO TO w-cerrados-cant.
           MOVE ZERO TO w-feriados-cant.
           MOVE ZERO TO w-flag-cal.
           OPEN INPUT CALENDARIO.
           IF w-cal-status = "00" OR w-cal-status = "05"
                       MOVE cal-periodo
                           TO w-cerrado-per(w-cerrados-cant)
                   END-IF
                   IF cal-tipo = "F" AND w-feriados-cant < 366
                       ADD 1 TO w-feriados-cant
                       MOVE cal-fecha
                           TO w-feriado-fecha(w-feriados-cant)
                   END-IF
           END-READ.

       134-VERIFICAR-PERIODO-CERRADO.
                   END-IF
           END-READ.

      * condpago.txt es la tabla de condiciones de pago: tipo N neto a
      * N dias de la factura, tipo F fin de mes mas N dias. el codigo
      * 00 (o uno que no este en la tabla) es contado
       127-CARGAR-CONDPAGO.
           INITIALIZE w-condpagos.
           MOVE ZERO TO w-flag-cpg.
           OPEN INPUT CONDPAGO.
           IF w-cpg-status = "00" OR w-cpg-status = "05"
               PERFORM 128-LEER-CONDPAGO
                   UNTIL w-flag-cpg = 1
               CLOSE CONDPAGO
           END-IF.

       128-LEER-CONDPAGO.
           READ CONDPAGO
               AT END MOVE 1 TO w-flag-cpg
               NOT AT END
                   IF cpg-codigo > ZERO
                       MOVE cpg-tipo TO w-cpg-tipo(cpg-codigo)
                       MOVE cpg-dias TO w-cpg-dias(cpg-codigo)
                   END-IF
           END-READ.

       140-LEER-CABECERA-MOVART.
           READ MOVART
               AT END
               MOVE fac-cantid TO w-cache-cantid(w-cache-idx)
               MOVE fecha-factura TO w-cache-fecha(w-cache-idx)
               MOVE fac-iva TO w-cache-iva(w-cache-idx)
               MOVE fac-percepcion TO w-cache-perc(w-cache-idx)
           ELSE
               MOVE ZERO TO w-fac-cache-nro
           END-IF.
           MOVE w-cache-cantid(w-cache-idx) TO fac-cantid.
           MOVE w-cache-fecha(w-cache-idx) TO fecha-factura.
           MOVE w-cache-iva(w-cache-idx) TO fac-iva.
           MOVE w-cache-perc(w-cache-idx) TO fac-percepcion.
           PERFORM 600-BUSCO-ART-EN-ARCHART.

       550-LEER-ARCH-FACTURA.
           ADD 1 TO w-ctl-escritos.
           MOVE fac-precio TO mdet-precio.
           MOVE fac-iva TO mdet-iva.
           MOVE fac-percepcion TO mdet-percepcion.
           IF mov-devolucion
               COMPUTE mdet-cantid = ZERO - fac-cantid
               COMPUTE mdet-precio = ZERO - fac-precio
               COMPUTE mdet-iva = ZERO - fac-iva
               COMPUTE mdet-percepcion = ZERO - fac-percepcion
           END-IF.
           WRITE mdet-reg.

       617-ACTUALIZAR-CTACTE.
           COMPUTE w-importe-linea =
               fac-precio + fac-iva + fac-percepcion.
           IF mov-devolucion
               COMPUTE w-importe-linea = ZERO - w-importe-linea
           END-IF.
               MOVE fac-moneda TO cta-moneda
               MOVE fac-cambio TO cta-cambio
           END-IF.
           PERFORM 640-CALCULAR-VENCIMIENTO.
           WRITE cta-reg.

      * una factura retenida por credito sigue retenida mientras le
      * quede saldo: solo la libera credito
       619-FIJAR-ESTADO-CTACTE.
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

           MOVE w-saldo-cliente TO chold-saldo.
           WRITE chold-reg.
           ADD 1 TO w-cant-credhold.
           IF NOT mov-devolucion
               PERFORM 638-RETENER-FACTURA
           END-IF.

      * la factura que deja al cliente sobre su limite queda "H" en la
      * cuenta corriente: no se remite ni entra en la cobranza hasta
      * que credito la libere con liberaCredito. Una factura que ya
      * tiene decision tomada no se vuelve a retener
       638-RETENER-FACTURA.
           MOVE mov-factura TO crr-factura.
           READ CREDRET
               INVALID KEY
                   MOVE mov-factura TO crr-factura
                   MOVE w-cli-efectivo TO crr-cliente
                   MOVE w-ven-ant TO crr-vend
                   MOVE w-fecha-hoy TO crr-fecha
                   MOVE ZERO TO crr-importe
                   MOVE w-limite-credito TO crr-limite
                   MOVE w-saldo-cliente TO crr-saldo
                   COMPUTE crr-exceso =
                           w-saldo-cliente - w-limite-credito
                   MOVE "P" TO crr-estado
                   MOVE ZERO TO crr-fecha-dec
                   MOVE SPACES TO crr-operador
                   WRITE crr-reg
               NOT INVALID KEY CONTINUE
           END-READ.
           IF crr-estado = "P"
               MOVE mov-factura TO cta-factura
               READ CTACTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF cta-estado = "A" OR cta-estado = "P"
                          OR cta-estado = "H"
                           MOVE "H" TO cta-estado
                           REWRITE cta-reg
                           MOVE cta-total TO crr-importe
                           REWRITE crr-reg
                           ADD 1 TO w-cant-retenidas
                       END-IF
               END-READ
           END-IF.

      * el vencimiento sale de la condicion de pago del cliente en
      * cliente.dat; si cae en un feriado del calendario se corre al
      * dia siguiente, tantas veces como haga falta
       640-CALCULAR-VENCIMIENTO.
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
           PERFORM 642-SALTEAR-FERIADO
               UNTIL w-venc-feriado = "n".
           MOVE w-venc-fecha TO cta-vencimiento.

       642-SALTEAR-FERIADO.
           COMPUTE w-venc-fecha =
               FUNCTION DATE-OF-INTEGER(w-venc-int).
           MOVE "n" TO w-venc-feriado.
           IF w-feriados-cant > ZERO
               PERFORM 644-COMPARAR-FERIADO
                   VARYING w-fer-idx FROM 1 BY 1
                   UNTIL w-fer-idx > w-feriados-cant
                      OR w-venc-feriado = "s"
           END-IF.
           IF w-venc-feriado = "s"
               ADD 1 TO w-venc-int
           END-IF.

       644-COMPARAR-FERIADO.
           IF w-feriado-fecha(w-fer-idx) = w-venc-fecha
               MOVE "s" TO w-venc-feriado
           END-IF.

       800-FIN-CLIENTE.
           DISPLAY w-ganancia-cliente.
           IF w-vend-valido = "s" AND w-vend-ya-proc = "n"
               PERFORM 805-ACTUALIZAR-VENTANA
               PERFORM 900-PROCESO-CLIENVIP
           END-IF.

      * la ganancia de la corrida entra a la ventana movil de todos
      * los clientes, esten o no en el padron, para que un cliente
      * nuevo pueda ganarse el lugar
       805-ACTUALIZAR-VENTANA.
           MOVE w-cli-efectivo TO vta-codcli.
           READ VENTANA
               INVALID KEY
                   MOVE w-ganancia-cliente TO w-ventana-cliente
                   IF w-modo-simulacion NOT = "s"
                       MOVE w-cli-efectivo TO vta-codcli
                       MOVE w-ventana-cliente TO vta-ganancia
                       MOVE w-ven-ant TO vta-vend
                       MOVE w-suc-ant TO vta-sucursal
                       MOVE w-fecha-hoy TO vta-fecha-act
                       WRITE vta-reg
                   END-IF
               NOT INVALID KEY
                   COMPUTE w-ventana-cliente =
                           vta-ganancia + w-ganancia-cliente
                   IF w-modo-simulacion NOT = "s"
                       MOVE w-ventana-cliente TO vta-ganancia
                       MOVE w-ven-ant TO vta-vend
                       MOVE w-suc-ant TO vta-sucursal
                       MOVE w-fecha-hoy TO vta-fecha-act
                       REWRITE vta-reg
                   END-IF
           END-READ.

       900-PROCESO-CLIENVIP.
           MOVE w-ven-ant TO cli-vend
           START CLIENVIP KEY IS = cli-vend INVALID KEY
           MOVE ZERO TO w-cant-vip.

       912-OBTENER-VALORES-EFECTIVOS.
           MOVE cli-codcli TO vta-codcli.
           READ VENTANA
               INVALID KEY MOVE ZERO TO w-efec-ganancia
               NOT INVALID KEY MOVE vta-ganancia TO w-efec-ganancia
           END-READ.
           MOVE cli-exento TO w-efec-exento.
           MOVE "n" TO w-efec-omitir.
           IF cli-sucursal NOT = w-suc-ant
               COMPUTE w-ganancia-candidato =
                       w-sim-ganancia(w-sim-pos) + w-ganancia-cliente
           ELSE
               MOVE w-ventana-cliente TO w-ganancia-candidato
           END-IF.

       940-FIN-CLIENVIP.
                      NOT INVALID KEY
                      PERFORM 980-ACTUALIZO-GANANCIA.

      * sale el de menor ganancia en la ventana; la auditoria guarda su
      * ganancia acumulada, que es la que lleva el padron
       960-ELIMINO-CLIENTE-MENOR.
           DISPLAY w-cli-eliminar," cliente menor se elimina".
           move w-cli-eliminar to cli-codcli.
           READ CLIENVIP
               INVALID KEY MOVE ZERO TO w-vida-eliminar
               NOT INVALID KEY MOVE cli-ganancia TO w-vida-eliminar
           END-READ.
           move w-cli-eliminar to cli-codcli.
           IF w-modo-simulacion NOT = "s"
               DELETE CLIENVIP
           ELSE
           END-IF.
           MOVE "BAJA" TO hist-accion.
           MOVE w-cli-eliminar TO hist-codcli.
           MOVE w-vida-eliminar TO hist-ganancia-ant.
           MOVE ZERO TO hist-ganancia-nueva.
           PERFORM 985-REGISTRAR-AUDITORIA.

               WRITE cli-reg
           ELSE
               MOVE w-cli-efectivo TO w-sim-buscar-codcli
               MOVE w-ganancia-candidato TO w-sim-nueva-ganancia
               MOVE "n" TO w-sim-nuevo-exento
               MOVE "n" TO w-sim-nuevo-removido
               MOVE "s" TO w-sim-nuevo-marca
               REWRITE cli-reg
           ELSE
               MOVE cli-codcli TO w-sim-buscar-codcli
               MOVE w-ganancia-candidato TO w-sim-nueva-ganancia
               MOVE cli-exento TO w-sim-nuevo-exento
               MOVE "n" TO w-sim-nuevo-removido
               MOVE "n" TO w-sim-nuevo-marca
       1200-CERRAR-ARCHIVOS.
           CLOSE MOVART FACTURAS ARTICULO VENDOR CLIENTE COSTOHIST
                 CLIENVIP CTACTE EXCEPMOV CLIENVIPHIST CLIENVIPPREVIEW
                 CHECKPOINT MOVDETALLE CREDITO CREDHOLD CREDRET
                 VENTANA.
           IF w-cant-credhold > ZERO
               DISPLAY "CLIENTES SOBRE SU LIMITE DE CREDITO: "
                       w-cant-credhold " FACTURAS EN CREDHOLD"
               DISPLAY "FACTURAS RETENIDAS A LA ESPERA DE CREDITO: "
                       w-cant-retenidas
           END-IF.

       9000-INICIAR-CONTROL.
