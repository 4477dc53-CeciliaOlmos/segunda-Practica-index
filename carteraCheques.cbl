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
           SELECT MOVCHEQUES ASSIGN TO "..\movcheques.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-movcheques.
           SELECT CHEQUES ASSIGN TO "..\cheques.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS chq-llave
           FILE STATUS IS w-fs-cheques.
           SELECT CHQAPLIC ASSIGN TO "..\chqaplic.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cha-llave
           FILE STATUS IS w-fs-chqaplic.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT ANTICIPO ASSIGN TO "..\anticipo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-codcli
           FILE STATUS IS w-fs-anticipo.
           SELECT COBRANZAS ASSIGN TO "..\cobranzas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cobranzas.
           SELECT ASIENTOS ASSIGN TO "..\asientos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientos.
           SELECT OPTIONAL NUMND ASSIGN TO "..\numnotadeb.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-numnd.
           SELECT SALDOCTA ASSIGN TO "..\saldoctacte.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-saldocta.
           SELECT CHQRECHAZO ASSIGN TO "..\chqrechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-chqrechazo.
           SELECT CHQREVERSA ASSIGN TO "..\chqreversa.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-chqreversa.
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
      * D deposito, E endoso a proveedor, A acreditado por el banco,
      * B rechazado (devuelto) con el gasto bancario a cargo del cliente
       FD  MOVCHEQUES.
       01  mch-tex-reg.
           03 mch-tex-tipo pic x.
           03 mch-tex-banco pic x(4).
           03 mch-tex-numero pic x(10).
           03 mch-tex-fecha pic x(8).
           03 mch-tex-fecha-num REDEFINES mch-tex-fecha pic 9(8).
           03 mch-tex-proveedor pic x(4).
           03 mch-tex-proveedor-num REDEFINES mch-tex-proveedor
                                    pic 9(4).
           03 mch-tex-gasto pic x(10).
           03 mch-tex-gasto-num REDEFINES mch-tex-gasto pic 9(8)V99.
           03 mch-tex-operador pic x(8).
       FD  CHEQUES.
       01  chq-reg.
           03 chq-llave.
              05 chq-banco pic x(4).
              05 chq-numero pic x(10).
           03 chq-cliente pic 9(6).
           03 chq-importe pic 9(10)V99.
           03 chq-fecha-recep pic 9(8).
           03 chq-fecha-cobro pic 9(8).
           03 chq-estado pic x.
           03 chq-fecha-estado pic 9(8).
           03 chq-proveedor pic 9(4).
           03 chq-anticipo pic 9(10)V99.
           03 chq-nota-debito pic 9(12).
       FD  CHQAPLIC.
       01  cha-reg.
           03 cha-llave.
              05 cha-banco pic x(4).
              05 cha-numero pic x(10).
              05 cha-factura pic 9(12).
           03 cha-importe pic 9(10)V99.
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
       FD  ANTICIPO.
       01  ant-reg.
           03 ant-codcli pic 9(6).
           03 ant-saldo pic 9(10)V99.
           03 ant-fecha-ult pic 9(8).
       FD  COBRANZAS.
       01  cob-reg.
           03 cob-tipo pic x.
           03 cob-fecha pic 9(8).
           03 cob-cliente pic 9(6).
           03 cob-factura pic 9(12).
           03 cob-importe pic s9(10)V99.
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 asi-cuenta pic x(6).
           03 asi-concepto pic x(30).
           03 asi-debe pic s9(12)V99.
           03 asi-haber pic s9(12)V99.
       FD  NUMND.
       01  num-reg.
           03 num-ultimo pic 9(10).
       FD  SALDOCTA.
       01  sdo-reg.
           03 sdo-fecha pic 9(8).
           03 sdo-total pic s9(14)V99.
       FD  CHQRECHAZO.
       01  rej-reg.
           03 rej-banco pic x(4).
           03 rej-numero pic x(10).
           03 rej-tipo pic x.
           03 rej-motivo pic x(30).
       FD  CHQREVERSA.
       01  rev-linea pic x(100).
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
       01  w-abend-programa pic x(15) value "CARTERACHEQUES".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-movcheques pic xx.
       01  w-fs-cheques pic xx.
       01  w-fs-chqaplic pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-anticipo pic xx.
       01  w-fs-cobranzas pic xx.
       01  w-fs-asientos pic xx.
       01  w-fs-numnd pic xx.
       01  w-fs-saldocta pic xx.
       01  w-fs-chqrechazo pic xx.
       01  w-fs-chqreversa pic xx.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CARTERACHEQUES".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-mch pic 9.
           88 fin-archivo value 1.
       01  w-flag-cha pic 9.
       01  w-flag-snap pic 9.
       01  w-snap-total pic s9(14)V99.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-mov pic 9(8).
       01  w-ultima-nd pic 9(10) value zero.
       01  w-nota-debito pic 9(12).
       01  w-nota-partes REDEFINES w-nota-debito.
           03 w-nota-prefijo pic 9(2).
           03 w-nota-numero pic 9(10).
       01  w-importe-nd pic s9(10)V99.
       01  w-faltante pic s9(10)V99.
       01  w-vend-nd pic 9(3).
       01  w-cant-estado pic 9(6) value zero.
       01  w-cant-rechazados pic 9(6) value zero.
       01  w-cant-notas pic 9(6) value zero.
       01  w-concepto-cheque.
           03 filler pic x(18) value "CHEQUE RECHAZADO ".
           03 w-concepto-numero pic x(10).
       01  w-concepto-deposito.
           03 filler pic x(18) value "CHEQUE DEPOSITADO ".
           03 w-concepto-depositado pic x(10).
       01  w-concepto-endoso.
           03 filler pic x(18) value "CHEQUE ENDOSADO ".
           03 w-concepto-endosado pic x(10).
       01  lin-titulo.
           03 filler pic x(38) value
              "REVERSION DE CHEQUES RECHAZADOS DEL ".
           03 l-fecha pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-cheque.
           03 filler pic x(8) value "CHEQUE: ".
           03 l-banco pic x(4).
           03 filler pic x value space.
           03 l-numero pic x(10).
           03 filler pic x(11) value "  CLIENTE: ".
           03 l-cliente pic zzzzz9.
           03 filler pic x(11) value "  IMPORTE: ".
           03 l-importe pic -.zzz.zzz.zz9,99.
           03 filler pic x(10) value "  ESTADO: ".
           03 l-estado-ant pic x.
       01  lin-factura.
           03 filler pic x(20) value "   FACTURA REABIERTA".
           03 filler pic x value space.
           03 l-factura pic 9(12).
           03 filler pic x(11) value "  IMPORTE: ".
           03 l-imp-fact pic -.zzz.zzz.zz9,99.
           03 filler pic x(10) value "  ESTADO: ".
           03 l-estado-fact pic x.
           03 filler pic x(2) value spaces.
           03 l-obs-fact pic x(20).
       01  lin-nota.
           03 filler pic x(20) value "   NOTA DE DEBITO".
           03 filler pic x value space.
           03 l-nota pic 9(12).
           03 filler pic x(11) value "  IMPORTE: ".
           03 l-imp-nota pic -.zzz.zzz.zz9,99.
           03 filler pic x(11) value "  GASTOS: ".
           03 l-gasto pic -.zzz.zz9,99.
       01  lin-anticipo.
           03 filler pic x(32) value "   ANTICIPO DESCONTADO".
           03 l-imp-anticipo pic -.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "MOVIMIENTOS DE CHEQUES CANCELADOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-MOVCHEQUES.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-MOVCHEQUES
           END-PERFORM.
           PERFORM 400-FIN.
           IF w-cant-notas > ZERO
               PERFORM 850-ACTUALIZAR-SNAPSHOT
           END-IF.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * la corrida nocturna aplica recibos sobre cheques.dat y
      * ctacte.dat y la prueba de balance compara contra la foto de
      * saldoctacte.txt: con la corrida en curso no se entra
       050-VERIFICAR-BATCHLOCK.
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

       100-INICIO.
           OPEN INPUT MOVCHEQUES.
           IF w-fs-movcheques NOT = "00"
              AND w-fs-movcheques NOT = "05"
               MOVE "MOVCHEQUES" TO w-abend-archivo
               MOVE w-fs-movcheques TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O CHEQUES.
           IF w-fs-cheques NOT = "00"
              AND w-fs-cheques NOT = "05"
               MOVE "CHEQUES" TO w-abend-archivo
               MOVE w-fs-cheques TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CHQAPLIC.
           IF w-fs-chqaplic NOT = "00"
              AND w-fs-chqaplic NOT = "05"
               MOVE "CHQAPLIC" TO w-abend-archivo
               MOVE w-fs-chqaplic TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O ANTICIPO.
           IF w-fs-anticipo NOT = "00"
              AND w-fs-anticipo NOT = "05"
               MOVE "ANTICIPO" TO w-abend-archivo
               MOVE w-fs-anticipo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND COBRANZAS.
           IF w-fs-cobranzas NOT = "00"
               OPEN OUTPUT COBRANZAS
           END-IF.
           OPEN EXTEND ASIENTOS.
           IF w-fs-asientos NOT = "00"
               OPEN OUTPUT ASIENTOS
           END-IF.
           IF w-fs-asientos NOT = "00"
              AND w-fs-asientos NOT = "05"
               MOVE "ASIENTOS" TO w-abend-archivo
               MOVE w-fs-asientos TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CHQRECHAZO.
           IF w-fs-chqrechazo NOT = "00"
              AND w-fs-chqrechazo NOT = "05"
               MOVE "CHQRECHAZO" TO w-abend-archivo
               MOVE w-fs-chqrechazo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CHQREVERSA.
           IF w-fs-chqreversa NOT = "00"
              AND w-fs-chqreversa NOT = "05"
               MOVE "CHQREVERSA" TO w-abend-archivo
               MOVE w-fs-chqreversa TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha.
           MOVE lin-titulo TO rev-linea.
           WRITE rev-linea.
           MOVE lin-guarda TO rev-linea.
           WRITE rev-linea.
           PERFORM 110-LEER-NUMERADOR.

       110-LEER-NUMERADOR.
           OPEN INPUT NUMND.
           IF w-fs-numnd = "00"
               READ NUMND
                   AT END CONTINUE
                   NOT AT END
                       IF num-ultimo IS NUMERIC
                           MOVE num-ultimo TO w-ultima-nd
                       END-IF
               END-READ
               CLOSE NUMND
           END-IF.

       200-LEER-MOVCHEQUES.
           READ MOVCHEQUES AT END MOVE 1 TO w-flag-mch
               NOT AT END ADD 1 TO w-ctl-leidos.

      * ciclo de vida del cheque en cartera: R recibido -> D depositado
      * o E endosado a un proveedor; D -> A acreditado; D o E -> B
      * rechazado. un cheque acreditado o rechazado ya no se mueve
       300-PROCESO.
           IF mch-tex-fecha IS NUMERIC
               MOVE mch-tex-fecha-num TO w-fecha-mov
           ELSE
               MOVE w-fecha-hoy TO w-fecha-mov
           END-IF.
           MOVE mch-tex-banco TO chq-banco.
           MOVE mch-tex-numero TO chq-numero.
           READ CHEQUES
               INVALID KEY
                   MOVE "CHEQUE INEXISTENTE EN CARTERA" TO rej-motivo
                   PERFORM 330-RECHAZAR-MOVIMIENTO
               NOT INVALID KEY
                   EVALUATE mch-tex-tipo
                       WHEN "D"
                           PERFORM 310-DEPOSITAR
                       WHEN "E"
                           PERFORM 315-ENDOSAR
                       WHEN "A"
                           PERFORM 320-ACREDITAR
                       WHEN "B"
                           PERFORM 500-RECHAZO-BANCARIO
                       WHEN OTHER
                           MOVE "TIPO DE MOVIMIENTO INVALIDO"
                               TO rej-motivo
                           PERFORM 330-RECHAZAR-MOVIMIENTO
                   END-EVALUATE
           END-READ.

       310-DEPOSITAR.
           IF chq-estado NOT = "R"
               MOVE "EL CHEQUE NO ESTA EN CARTERA" TO rej-motivo
               PERFORM 330-RECHAZAR-MOVIMIENTO
           ELSE
               MOVE "D" TO chq-estado
               PERFORM 340-GRABAR-ESTADO
               PERFORM 570-ASIENTO-DEPOSITO
           END-IF.

       315-ENDOSAR.
           IF chq-estado NOT = "R"
               MOVE "EL CHEQUE NO ESTA EN CARTERA" TO rej-motivo
               PERFORM 330-RECHAZAR-MOVIMIENTO
           ELSE
               IF mch-tex-proveedor IS NOT NUMERIC
                  OR mch-tex-proveedor-num = ZERO
                   MOVE "ENDOSO SIN PROVEEDOR" TO rej-motivo
                   PERFORM 330-RECHAZAR-MOVIMIENTO
               ELSE
                   MOVE "E" TO chq-estado
                   MOVE mch-tex-proveedor-num TO chq-proveedor
                   PERFORM 340-GRABAR-ESTADO
                   PERFORM 565-ASIENTO-ENDOSO
               END-IF
           END-IF.

       320-ACREDITAR.
           IF chq-estado NOT = "D" AND chq-estado NOT = "E"
               MOVE "EL CHEQUE NO FUE DEPOSITADO" TO rej-motivo
               PERFORM 330-RECHAZAR-MOVIMIENTO
           ELSE
               MOVE "A" TO chq-estado
               PERFORM 340-GRABAR-ESTADO
           END-IF.

       330-RECHAZAR-MOVIMIENTO.
           MOVE mch-tex-banco TO rej-banco.
           MOVE mch-tex-numero TO rej-numero.
           MOVE mch-tex-tipo TO rej-tipo.
           WRITE rej-reg.

       340-GRABAR-ESTADO.
           MOVE w-fecha-mov TO chq-fecha-estado.
           REWRITE chq-reg.
           ADD 1 TO w-cant-estado.
           ADD 1 TO w-ctl-escritos.

      * el rechazo revierte la cobranza: cada factura que pago el
      * cheque vuelve a "A"/"P" por lo aplicado, lo que fue a anticipo
      * se descuenta del anticipo del cliente y el gasto del banco (mas
      * el anticipo que el cliente ya hubiera consumido) se le cobra
      * con una nota de debito con prefijo 98
       500-RECHAZO-BANCARIO.
           IF chq-estado NOT = "D" AND chq-estado NOT = "E"
               MOVE "EL CHEQUE NO FUE DEPOSITADO" TO rej-motivo
               PERFORM 330-RECHAZAR-MOVIMIENTO
           ELSE
               IF mch-tex-gasto NOT = SPACES
                  AND mch-tex-gasto IS NOT NUMERIC
                   MOVE "GASTO BANCARIO INVALIDO" TO rej-motivo
                   PERFORM 330-RECHAZAR-MOVIMIENTO
               ELSE
                   PERFORM 510-REVERTIR-CHEQUE
               END-IF
           END-IF.

       510-REVERTIR-CHEQUE.
           MOVE chq-banco TO l-banco.
           MOVE chq-numero TO l-numero.
           MOVE chq-cliente TO l-cliente.
           MOVE chq-importe TO l-importe.
           MOVE chq-estado TO l-estado-ant.
           MOVE lin-cheque TO rev-linea.
           WRITE rev-linea.
           MOVE ZERO TO w-vend-nd.
           PERFORM 520-REABRIR-FACTURAS.
           PERFORM 540-DESCONTAR-ANTICIPO.
           MOVE ZERO TO w-importe-nd.
           IF mch-tex-gasto IS NUMERIC
               MOVE mch-tex-gasto-num TO w-importe-nd
           END-IF.
           ADD w-faltante TO w-importe-nd.
           MOVE ZERO TO chq-nota-debito.
           IF w-importe-nd > ZERO
               PERFORM 550-CREAR-NOTA-DEBITO
           END-IF.
           PERFORM 560-ASIENTO-RECHAZO.
           MOVE "B" TO chq-estado.
           PERFORM 340-GRABAR-ESTADO.
           MOVE lin-guarda TO rev-linea.
           WRITE rev-linea.
           ADD 1 TO w-cant-rechazados.

       520-REABRIR-FACTURAS.
           MOVE chq-banco TO cha-banco.
           MOVE chq-numero TO cha-numero.
           MOVE ZERO TO cha-factura.
           MOVE ZERO TO w-flag-cha.
           START CHQAPLIC KEY IS >= cha-llave
               INVALID KEY MOVE 1 TO w-flag-cha
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 525-LEER-APLICACION UNTIL w-flag-cha = 1.

       525-LEER-APLICACION.
           READ CHQAPLIC NEXT
               AT END MOVE 1 TO w-flag-cha
               NOT AT END
                   IF cha-banco NOT = chq-banco
                      OR cha-numero NOT = chq-numero
                       MOVE 1 TO w-flag-cha
                   ELSE
                       PERFORM 530-REABRIR-UNA-FACTURA
                   END-IF
           END-READ.

      * una factura castigada despues de cobrada no vuelve a la cartera
      * activa: se le baja lo cobrado pero queda "X" y se informa.
      * una refinanciada entro al plan con ese cheque como cobrado: lo
      * que el rechazo deja impago vuelve a la cartera fuera del plan
       530-REABRIR-UNA-FACTURA.
           MOVE cha-factura TO cta-factura.
           MOVE cha-factura TO l-factura.
           MOVE cha-importe TO l-imp-fact.
           READ CTACTE
               INVALID KEY
                   MOVE SPACE TO l-estado-fact
                   MOVE "FACTURA DEPURADA" TO l-obs-fact
                   ADD cha-importe TO w-faltante
               NOT INVALID KEY
                   SUBTRACT cha-importe FROM cta-cobrado
                   EVALUATE cta-estado
                       WHEN "X"
                           MOVE "FACTURA CASTIGADA" TO l-obs-fact
                       WHEN "R"
                           PERFORM 535-FIJAR-ESTADO
                           MOVE "FACTURA REFINANCIADA" TO l-obs-fact
                       WHEN OTHER
                           PERFORM 535-FIJAR-ESTADO
                           MOVE SPACES TO l-obs-fact
                   END-EVALUATE
                   REWRITE cta-reg
                   MOVE cta-estado TO l-estado-fact
                   MOVE cta-vend TO w-vend-nd
                   MOVE "A" TO cob-tipo
                   MOVE w-fecha-mov TO cob-fecha
                   MOVE cta-cliente TO cob-cliente
                   MOVE cta-factura TO cob-factura
                   COMPUTE cob-importe = ZERO - cha-importe
                   WRITE cob-reg
           END-READ.
           MOVE lin-factura TO rev-linea.
           WRITE rev-linea.

      * una factura retenida por credito sigue retenida mientras le
      * quede saldo: solo la libera credito
       535-FIJAR-ESTADO.
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

       540-DESCONTAR-ANTICIPO.
           MOVE ZERO TO w-faltante.
           IF chq-anticipo > ZERO
               MOVE chq-anticipo TO w-faltante
               MOVE chq-cliente TO ant-codcli
               READ ANTICIPO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ant-saldo >= chq-anticipo
                           SUBTRACT chq-anticipo FROM ant-saldo
                           MOVE ZERO TO w-faltante
                       ELSE
                           SUBTRACT ant-saldo FROM w-faltante
                           MOVE ZERO TO ant-saldo
                       END-IF
                       MOVE w-fecha-hoy TO ant-fecha-ult
                       REWRITE ant-reg
               END-READ
               COMPUTE l-imp-anticipo = chq-anticipo - w-faltante
               MOVE lin-anticipo TO rev-linea
               WRITE rev-linea
           END-IF.

       550-CREAR-NOTA-DEBITO.
           ADD 1 TO w-ultima-nd.
           MOVE w-ultima-nd TO w-nota-numero.
           MOVE 98 TO w-nota-prefijo.
           MOVE w-nota-debito TO cta-factura.
           MOVE chq-cliente TO cta-cliente.
           MOVE w-vend-nd TO cta-vend.
           MOVE w-fecha-mov TO cta-fecha.
           MOVE w-importe-nd TO cta-total.
           MOVE ZERO TO cta-cobrado.
           MOVE "A" TO cta-estado.
           MOVE "PES" TO cta-moneda.
           MOVE 1 TO cta-cambio.
           MOVE w-fecha-mov TO cta-vencimiento.
           WRITE cta-reg
               INVALID KEY
                   DISPLAY "NOTA DE DEBITO " w-nota-debito
                           " YA EXISTE - NO SE DUPLICA"
               NOT INVALID KEY
                   MOVE w-nota-debito TO chq-nota-debito
                   ADD 1 TO w-cant-notas
           END-WRITE.
           MOVE w-nota-debito TO l-nota.
           MOVE w-importe-nd TO l-imp-nota.
           IF mch-tex-gasto IS NUMERIC
               MOVE mch-tex-gasto-num TO l-gasto
           ELSE
               MOVE ZERO TO l-gasto
           END-IF.
           MOVE lin-nota TO rev-linea.
           WRITE rev-linea.

      * el cheque vuelve a ser deuda del cliente (deudores por venta)
      * contra el banco que lo debito, o contra el proveedor que lo
      * devolvio si estaba endosado; el gasto siempre lo debita el
      * banco
       560-ASIENTO-RECHAZO.
           MOVE chq-numero TO w-concepto-numero.
           MOVE w-fecha-mov TO asi-fecha.
           MOVE "112001" TO asi-cuenta.
           MOVE w-concepto-cheque TO asi-concepto.
           MOVE chq-importe TO asi-debe.
           IF mch-tex-gasto IS NUMERIC
               ADD mch-tex-gasto-num TO asi-debe
           END-IF.
           MOVE ZERO TO asi-haber.
           WRITE asi-reg.
           MOVE w-concepto-cheque TO asi-concepto.
           MOVE ZERO TO asi-debe.
           IF chq-estado = "E"
               MOVE "211001" TO asi-cuenta
               MOVE chq-importe TO asi-haber
               WRITE asi-reg
               IF mch-tex-gasto IS NUMERIC
                  AND mch-tex-gasto-num > ZERO
                   MOVE "111002" TO asi-cuenta
                   MOVE mch-tex-gasto-num TO asi-haber
                   WRITE asi-reg
               END-IF
           ELSE
               MOVE "111002" TO asi-cuenta
               MOVE chq-importe TO asi-haber
               IF mch-tex-gasto IS NUMERIC
                   ADD mch-tex-gasto-num TO asi-haber
               END-IF
               WRITE asi-reg
           END-IF.

      * el cheque entro a valores a depositar con el recibo;
      * endosado, sale de la cartera y cancela deuda con el proveedor
       565-ASIENTO-ENDOSO.
           MOVE chq-numero TO w-concepto-endosado.
           MOVE w-fecha-mov TO asi-fecha.
           MOVE "211001" TO asi-cuenta.
           MOVE w-concepto-endoso TO asi-concepto.
           MOVE chq-importe TO asi-debe.
           MOVE ZERO TO asi-haber.
           WRITE asi-reg.
           MOVE "111003" TO asi-cuenta.
           MOVE ZERO TO asi-debe.
           MOVE chq-importe TO asi-haber.
           WRITE asi-reg.

      * depositado, el cheque pasa de valores a depositar a bancos
       570-ASIENTO-DEPOSITO.
           MOVE chq-numero TO w-concepto-depositado.
           MOVE w-fecha-mov TO asi-fecha.
           MOVE "111002" TO asi-cuenta.
           MOVE w-concepto-deposito TO asi-concepto.
           MOVE chq-importe TO asi-debe.
           MOVE ZERO TO asi-haber.
           WRITE asi-reg.
           MOVE "111003" TO asi-cuenta.
           MOVE ZERO TO asi-debe.
           MOVE chq-importe TO asi-haber.
           WRITE asi-reg.

       400-FIN.
           DISPLAY "CAMBIOS DE ESTADO: " w-cant-estado.
           DISPLAY "CHEQUES RECHAZADOS REVERTIDOS: " w-cant-rechazados.
           CLOSE MOVCHEQUES.
           CLOSE CHEQUES.
           CLOSE CHQAPLIC.
           CLOSE CTACTE.
           CLOSE ANTICIPO.
           CLOSE COBRANZAS.
           CLOSE ASIENTOS.
           CLOSE CHQRECHAZO.
           CLOSE CHQREVERSA.
           OPEN OUTPUT NUMND.
           MOVE w-ultima-nd TO num-ultimo.
           WRITE num-reg.
           CLOSE NUMND.

      * las notas de debito suben el total de la cuenta corriente: la
      * foto que usa la prueba de balance diaria se refresca aca para
      * que esa prueba no acuse un desbalance falso a la noche
       850-ACTUALIZAR-SNAPSHOT.
           MOVE ZERO TO w-snap-total.
           MOVE ZERO TO w-flag-snap.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO cta-factura.
           START CTACTE KEY IS >= cta-factura
               INVALID KEY MOVE 1 TO w-flag-snap
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 860-SUMAR-SNAPSHOT
               UNTIL w-flag-snap = 1.
           CLOSE CTACTE.
           OPEN OUTPUT SALDOCTA.
           MOVE w-fecha-hoy TO sdo-fecha.
           MOVE w-snap-total TO sdo-total.
           WRITE sdo-reg.
           CLOSE SALDOCTA.

       860-SUMAR-SNAPSHOT.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-snap
               NOT AT END ADD cta-total TO w-snap-total
           END-READ.

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
