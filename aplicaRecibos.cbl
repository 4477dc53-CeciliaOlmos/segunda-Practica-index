                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-codcli
           FILE STATUS IS w-fs-anticipo.
           SELECT CHEQUES ASSIGN TO "..\cheques.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS chq-llave
           FILE STATUS IS w-fs-cheques.
           SELECT CHQAPLIC ASSIGN TO "..\chqaplic.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cha-llave
           FILE STATUS IS w-fs-chqaplic.
           SELECT RETENCION ASSIGN TO "..\retenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ret-llave
           FILE STATUS IS w-fs-retencion.
           SELECT COBRANZAS ASSIGN TO "..\cobranzas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cobranzas.
           SELECT ASIENTOS ASSIGN TO "..\asientos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientos.
           SELECT RECRECHAZO ASSIGN TO "..\recrechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-recrechazo.
           03 rec-tex-importe pic x(10).
           03 rec-tex-importe-num REDEFINES rec-tex-importe
              pic 9(8)V99.
      * medio de pago: "C" cheque (con banco, numero y fecha de cobro
      * para la cartera de cheques); en blanco o "E" efectivo; "D"
      * debito automatico acreditado, que respuestaDebito agrega al
      * lote y se aplica igual que el efectivo
           03 rec-tex-medio pic x.
           03 rec-tex-banco pic x(4).
           03 rec-tex-cheque pic x(10).
           03 rec-tex-fecha-cobro pic x(8).
      * retenciones que el cliente descuenta del pago, con su
      * certificado: "I" IVA, "G" ganancias, "B" ingresos brutos. se
      * aplican a la factura junto con el efectivo o el cheque
           03 rec-tex-retencion OCCURS 3 TIMES.
              05 rec-tex-ret-tipo pic x.
              05 rec-tex-ret-certif pic x(14).
              05 rec-tex-ret-importe pic x(10).
              05 rec-tex-ret-importe-num REDEFINES rec-tex-ret-importe
                 pic 9(8)V99.
       FD  CTACTE.
       01  cta-reg.
           03 cta-factura pic 9(12).
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
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
       FD  ANTICIPO.
       01  ant-reg.
           03 ant-codcli pic 9(6).
           03 ant-saldo pic 9(10)V99.
           03 ant-fecha-ult pic 9(8).
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
      * registro de certificados de retencion sufridos; el estado "P"
      * pasa a "C" cuando el certificado aparece en el listado de AFIP
       FD  RETENCION.
       01  ret-reg.
           03 ret-llave.
              05 ret-cuit pic 9(11).
              05 ret-tipo pic x.
              05 ret-certificado pic x(14).
           03 ret-cliente pic 9(6).
           03 ret-fecha pic 9(8).
           03 ret-factura pic 9(12).
           03 ret-importe pic 9(10)V99.
           03 ret-estado pic x.
           03 ret-periodo-conc pic 9(6).
           03 ret-asentado pic x.
       FD  COBRANZAS.
       01  cob-reg.
           03 cob-tipo pic x.
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
       FD  RECRECHAZO.
       01  rej-reg.
           03 rej-factura pic x(12).
       01  w-fs-cliente pic xx.
       01  w-fs-anticipo pic xx.
       01  w-fs-cobranzas pic xx.
       01  w-fs-cheques pic xx.
       01  w-fs-chqaplic pic xx.
       01  w-fs-retencion pic xx.
       01  w-fs-recrechazo pic xx.
       01  w-fs-asientos pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "APLICARECIBOS".
       01  w-ctl-fecha pic 9(8).
       01  w-mejor-pos pic 9(3).
       01  w-mejor-fecha pic 9(8).
       01  w-busca-pos pic 9(3).
       01  w-es-cheque pic x.
       01  w-cheque-ok pic x.
       01  w-cant-cheques pic 9(6) value zero.
       01  w-ret-idx pic 9.
       01  w-ret-ok pic x.
       01  w-total-retenido pic 9(10)V99.
       01  w-cant-retenciones pic 9(6) value zero.
       01  w-suma-retenida pic 9(12)V99 value zero.
       01  w-no-cheque pic 9(12)V99.
       01  w-aplicado-acum pic 9(12)V99.
       01  w-parte-cheque pic s9(12)V99.
       01  w-total-ingresado pic 9(12)V99 value zero.
       01  w-total-cheques pic 9(12)V99 value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 110-ABRIR-ANTICIPO.
           PERFORM 120-ABRIR-CHEQUES.
           PERFORM 130-ABRIR-RETENCIONES.
           OPEN EXTEND COBRANZAS.
           IF w-fs-cobranzas NOT = "00"
               OPEN OUTPUT COBRANZAS
               MOVE w-fs-anticipo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
       120-ABRIR-CHEQUES.
           OPEN I-O CHEQUES.
           IF w-fs-cheques NOT = "00"
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF.
           IF w-fs-cheques NOT = "00"
              AND w-fs-cheques NOT = "05"
               MOVE "CHEQUES" TO w-abend-archivo
               MOVE w-fs-cheques TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O CHQAPLIC.
           IF w-fs-chqaplic NOT = "00"
               OPEN OUTPUT CHQAPLIC
               CLOSE CHQAPLIC
               OPEN I-O CHQAPLIC
           END-IF.
           IF w-fs-chqaplic NOT = "00"
              AND w-fs-chqaplic NOT = "05"
               MOVE "CHQAPLIC" TO w-abend-archivo
               MOVE w-fs-chqaplic TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
       130-ABRIR-RETENCIONES.
           OPEN I-O RETENCION.
           IF w-fs-retencion NOT = "00"
               OPEN OUTPUT RETENCION
               CLOSE RETENCION
               OPEN I-O RETENCION
           END-IF.
           IF w-fs-retencion NOT = "00"
              AND w-fs-retencion NOT = "05"
               MOVE "RETENCION" TO w-abend-archivo
               MOVE w-fs-retencion TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
       200-LEER-ARCH-RECIBOS.
           READ RECIBOS AT END MOVE 1 TO w-flag-rec
               NOT AT END ADD 1 TO w-ctl-leidos.
       300-PROCESO.
           PERFORM 305-VALIDAR-CHEQUE.
           MOVE "s" TO w-ret-ok.
           MOVE ZERO TO w-total-retenido.
           IF w-cheque-ok = "s"
               PERFORM 306-VALIDAR-RETENCIONES
           END-IF.
           IF rec-tex-importe IS NOT NUMERIC
               MOVE "IMPORTE NO NUMERICO" TO rej-motivo
               PERFORM 330-RECHAZAR-RECIBO
           ELSE
               IF w-cheque-ok = "n" OR w-ret-ok = "n"
                   PERFORM 330-RECHAZAR-RECIBO
               ELSE
                   EVALUATE TRUE
                       WHEN rec-tex-factura IS NUMERIC
                           PERFORM 310-APLICAR-RECIBO
                       WHEN rec-tex-tipo = "C"
                            AND rec-tex-codcli IS NUMERIC
                           PERFORM 340-APLICAR-RECIBO-CLIENTE
                       WHEN OTHER
                           MOVE "FACTURA NO NUMERICA" TO rej-motivo
                           PERFORM 330-RECHAZAR-RECIBO
                   END-EVALUATE
               END-IF
           END-IF.
      * un cheque entra a la cartera con banco, numero y fecha de
      * cobro; el mismo cheque no puede ingresar dos veces
       305-VALIDAR-CHEQUE.
           MOVE "n" TO w-es-cheque.
           MOVE "s" TO w-cheque-ok.
           IF rec-tex-medio = "C"
               MOVE "s" TO w-es-cheque
               IF rec-tex-banco = SPACES OR rec-tex-cheque = SPACES
                   MOVE "CHEQUE SIN BANCO O NUMERO" TO rej-motivo
                   MOVE "n" TO w-cheque-ok
               ELSE
                   IF rec-tex-fecha-cobro IS NOT NUMERIC
                       MOVE "CHEQUE SIN FECHA DE COBRO" TO rej-motivo
                       MOVE "n" TO w-cheque-ok
                   ELSE
                       MOVE rec-tex-banco TO chq-banco
                       MOVE rec-tex-cheque TO chq-numero
                       READ CHEQUES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "CHEQUE YA REGISTRADO"
                                   TO rej-motivo
                               MOVE "n" TO w-cheque-ok
                       END-READ
                   END-IF
               END-IF
           END-IF.
       306-VALIDAR-RETENCIONES.
           PERFORM 307-VALIDAR-UNA-RETENCION
               VARYING w-ret-idx FROM 1 BY 1
               UNTIL w-ret-idx > 3 OR w-ret-ok = "n".
       307-VALIDAR-UNA-RETENCION.
           IF rec-tex-ret-tipo(w-ret-idx) NOT = SPACE
              OR rec-tex-ret-importe(w-ret-idx) NOT = SPACES
               IF rec-tex-ret-tipo(w-ret-idx) NOT = "I"
                  AND rec-tex-ret-tipo(w-ret-idx) NOT = "G"
                  AND rec-tex-ret-tipo(w-ret-idx) NOT = "B"
                   MOVE "TIPO DE RETENCION INVALIDO" TO rej-motivo
                   MOVE "n" TO w-ret-ok
               ELSE
                   IF rec-tex-ret-certif(w-ret-idx) = SPACES
                       MOVE "RETENCION SIN CERTIFICADO" TO rej-motivo
                       MOVE "n" TO w-ret-ok
                   ELSE
                       IF rec-tex-ret-importe(w-ret-idx) IS NOT NUMERIC
                           MOVE "IMPORTE DE RETENCION INVALIDO"
                               TO rej-motivo
                           MOVE "n" TO w-ret-ok
                       ELSE
                           ADD rec-tex-ret-importe-num(w-ret-idx)
                               TO w-total-retenido
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * el certificado se identifica por el cuit del agente que
      * retuvo (el cliente), el impuesto y el numero: el mismo
      * certificado no puede imputarse dos veces
       308-VERIFICAR-CERTIFICADOS.
           IF w-total-retenido > ZERO
               IF cte-cuit = ZERO
                   MOVE "CLIENTE SIN CUIT PARA RETENER" TO rej-motivo
                   MOVE "n" TO w-ret-ok
               ELSE
                   PERFORM 309-BUSCAR-CERTIFICADO
                       VARYING w-ret-idx FROM 1 BY 1
                       UNTIL w-ret-idx > 3 OR w-ret-ok = "n"
               END-IF
           END-IF.
       309-BUSCAR-CERTIFICADO.
           IF rec-tex-ret-tipo(w-ret-idx) NOT = SPACE
               MOVE cte-cuit TO ret-cuit
               MOVE rec-tex-ret-tipo(w-ret-idx) TO ret-tipo
               MOVE rec-tex-ret-certif(w-ret-idx) TO ret-certificado
               READ RETENCION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "CERTIFICADO YA REGISTRADO" TO rej-motivo
                       MOVE "n" TO w-ret-ok
               END-READ
           END-IF.
      * una factura castigada salio de la cartera con su asiento de
      * perdida: cobrarla por recibo la "descastigaria" dejando el
      * asiento colgado, asi que el recibo se rechaza para revision;
      * una refinanciada ("R") se cobra por las cuotas de su plan
       310-APLICAR-RECIBO.
           MOVE rec-tex-factura TO cta-factura.
           READ CTACTE
                   MOVE "FACTURA SIN CUENTA CORRIENTE" TO rej-motivo
                   PERFORM 330-RECHAZAR-RECIBO
               NOT INVALID KEY
                   EVALUATE cta-estado
                       WHEN "X"
                           MOVE "FACTURA CASTIGADA" TO rej-motivo
                           PERFORM 330-RECHAZAR-RECIBO
                       WHEN "R"
                           MOVE "FACTURA REFINANCIADA" TO rej-motivo
                           PERFORM 330-RECHAZAR-RECIBO
                       WHEN OTHER
                           PERFORM 315-CONTROLAR-RETENCIONES
                   END-EVALUATE
           END-READ.
       315-CONTROLAR-RETENCIONES.
           IF w-total-retenido > ZERO
               MOVE cta-cliente TO cte-codigo
               READ CLIENTE
                   INVALID KEY MOVE ZERO TO cte-cuit
               END-READ
               PERFORM 308-VERIFICAR-CERTIFICADOS
           END-IF.
           IF w-ret-ok = "n"
               PERFORM 330-RECHAZAR-RECIBO
           ELSE
               PERFORM 320-REGISTRAR-COBRANZA
           END-IF.
       320-REGISTRAR-COBRANZA.
           MOVE rec-tex-importe-num TO w-importe-recibo.
           ADD w-total-retenido TO w-importe-recibo.
           ADD w-importe-recibo TO cta-cobrado.
           PERFORM 325-FIJAR-ESTADO.
           REWRITE cta-reg.
           MOVE cta-factura TO cob-factura.
           MOVE w-importe-recibo TO cob-importe.
           PERFORM 385-JORNAL-APLICACION.
           IF w-es-cheque = "s"
               MOVE rec-tex-importe-num TO cha-importe
               PERFORM 395-REGISTRAR-APLICACION
               MOVE cta-cliente TO chq-cliente
               MOVE ZERO TO chq-anticipo
               PERFORM 390-REGISTRAR-CHEQUE
           END-IF.
           IF w-total-retenido > ZERO
               MOVE cta-cliente TO ret-cliente
               MOVE cta-factura TO ret-factura
               PERFORM 375-REGISTRAR-RETENCIONES
           END-IF.
           ADD 1 TO w-cant-aplicados.
           ADD w-importe-recibo TO w-suma-aplicada.
      * una factura retenida por credito sigue retenida mientras le
      * quede saldo: solo la libera credito
       325-FIJAR-ESTADO.
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
       330-RECHAZAR-RECIBO.
       340-APLICAR-RECIBO-CLIENTE.
           MOVE rec-tex-codcli TO w-codcli-recibo.
           MOVE rec-tex-importe-num TO w-importe-recibo.
           ADD w-total-retenido TO w-importe-recibo.
           MOVE w-codcli-recibo TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE "CLIENTE INEXISTENTE" TO rej-motivo
                   PERFORM 330-RECHAZAR-RECIBO
               NOT INVALID KEY
                   PERFORM 308-VERIFICAR-CERTIFICADOS
                   IF w-ret-ok = "n"
                       PERFORM 330-RECHAZAR-RECIBO
                   ELSE
                       PERFORM 342-APLICAR-A-CLIENTE
                   END-IF
           END-READ.

       342-APLICAR-A-CLIENTE.
           PERFORM 345-CARGAR-FACTURAS-ABIERTAS.
           PERFORM 350-TOMAR-ANTICIPO-PREVIO.
           COMPUTE w-resto = w-importe-recibo + w-anticipo-previo.
      * el cheque se toma como lo ultimo que se aplica (despues del
      * anticipo previo y de las retenciones): lo que sobra y va a
      * anticipo sale del cheque y es lo que un rechazo descuenta
           COMPUTE w-no-cheque = w-anticipo-previo + w-total-retenido.
           MOVE ZERO TO w-aplicado-acum.
           PERFORM 380-JORNAL-RECIBO.
           PERFORM 355-APLICAR-POR-ANTIGUEDAD.
           PERFORM 370-GUARDAR-ANTICIPO.
           IF w-es-cheque = "s"
               MOVE w-codcli-recibo TO chq-cliente
               IF w-resto > rec-tex-importe-num
                   MOVE rec-tex-importe-num TO chq-anticipo
               ELSE
                   MOVE w-resto TO chq-anticipo
               END-IF
               PERFORM 390-REGISTRAR-CHEQUE
           END-IF.
           IF w-total-retenido > ZERO
               MOVE w-codcli-recibo TO ret-cliente
               MOVE ZERO TO ret-factura
               PERFORM 375-REGISTRAR-RETENCIONES
           END-IF.
           ADD 1 TO w-cant-aplicados.
           ADD w-importe-recibo TO w-suma-aplicada.
           IF w-fact-cant = ZERO
                   MOVE cta-factura TO cob-factura
                   MOVE w-aplicar TO cob-importe
                   PERFORM 385-JORNAL-APLICACION
                   IF w-es-cheque = "s"
                       PERFORM 367-PARTE-DEL-CHEQUE
                   END-IF
           END-READ.
       367-PARTE-DEL-CHEQUE.
           COMPUTE w-parte-cheque =
                   w-aplicado-acum + w-aplicar - w-no-cheque.
           IF w-parte-cheque > w-aplicar
               MOVE w-aplicar TO w-parte-cheque
           END-IF.
           IF w-parte-cheque > ZERO
               MOVE w-parte-cheque TO cha-importe
               PERFORM 395-REGISTRAR-APLICACION
           END-IF.
           ADD w-aplicar TO w-aplicado-acum.
       370-GUARDAR-ANTICIPO.
           IF w-resto < ZERO
               MOVE ZERO TO w-resto
                   MOVE w-fecha-hoy TO ant-fecha-ult
                   REWRITE ant-reg
           END-READ.
       375-REGISTRAR-RETENCIONES.
           PERFORM 376-GRABAR-RETENCION
               VARYING w-ret-idx FROM 1 BY 1
               UNTIL w-ret-idx > 3.
       376-GRABAR-RETENCION.
           IF rec-tex-ret-tipo(w-ret-idx) NOT = SPACE
               MOVE cte-cuit TO ret-cuit
               MOVE rec-tex-ret-tipo(w-ret-idx) TO ret-tipo
               MOVE rec-tex-ret-certif(w-ret-idx) TO ret-certificado
               IF rec-tex-fecha IS NUMERIC
                   MOVE rec-tex-fecha TO ret-fecha
               ELSE
                   MOVE w-fecha-hoy TO ret-fecha
               END-IF
               MOVE rec-tex-ret-importe-num(w-ret-idx) TO ret-importe
               MOVE "P" TO ret-estado
               MOVE ZERO TO ret-periodo-conc
               MOVE "n" TO ret-asentado
               WRITE ret-reg
                   INVALID KEY
                       DISPLAY "CERTIFICADO " ret-certificado
                               " REPETIDO EN EL RECIBO"
                   NOT INVALID KEY
                       ADD 1 TO w-cant-retenciones
                       ADD ret-importe TO w-suma-retenida
               END-WRITE
           END-IF.
      * la linea "R" es la plata que entra al banco (efectivo o
      * cheque); un recibo que solo trae certificados no la lleva
       380-JORNAL-RECIBO.
           IF rec-tex-importe-num > ZERO OR w-total-retenido = ZERO
               PERFORM 382-GRABAR-JORNAL-RECIBO
           END-IF.
       382-GRABAR-JORNAL-RECIBO.
           MOVE "R" TO cob-tipo.
           IF rec-tex-fecha IS NUMERIC
               MOVE rec-tex-fecha TO cob-fecha
           END-IF.
           MOVE rec-tex-importe-num TO cob-importe.
           WRITE cob-reg.
           ADD cob-importe TO w-total-ingresado.
           IF w-es-cheque = "s"
               ADD cob-importe TO w-total-cheques
           END-IF.
       385-JORNAL-APLICACION.
           MOVE "A" TO cob-tipo.
           MOVE w-fecha-hoy TO cob-fecha.
           WRITE cob-reg.
      * la cartera guarda el cheque en estado "R" (recibido) y, aparte,
      * que facturas pago y cuanto fue a anticipo: es lo que un rechazo
      * del banco tiene que revertir
       390-REGISTRAR-CHEQUE.
           MOVE rec-tex-banco TO chq-banco.
           MOVE rec-tex-cheque TO chq-numero.
           MOVE rec-tex-importe-num TO chq-importe.
           IF rec-tex-fecha IS NUMERIC
               MOVE rec-tex-fecha TO chq-fecha-recep
           ELSE
               MOVE w-fecha-hoy TO chq-fecha-recep
           END-IF.
           MOVE rec-tex-fecha-cobro TO chq-fecha-cobro.
           MOVE "R" TO chq-estado.
           MOVE w-fecha-hoy TO chq-fecha-estado.
           MOVE ZERO TO chq-proveedor.
           MOVE ZERO TO chq-nota-debito.
           WRITE chq-reg
               INVALID KEY
                   DISPLAY "CHEQUE " chq-banco " " chq-numero
                           " YA EN CARTERA"
               NOT INVALID KEY
                   ADD 1 TO w-cant-cheques
           END-WRITE.
       395-REGISTRAR-APLICACION.
           MOVE rec-tex-banco TO cha-banco.
           MOVE rec-tex-cheque TO cha-numero.
           MOVE cta-factura TO cha-factura.
           WRITE cha-reg
               INVALID KEY
                   DISPLAY "APLICACION DEL CHEQUE " cha-numero
                           " A " cha-factura " DUPLICADA"
           END-WRITE.
       400-FIN.
           MOVE w-cant-aplicados TO w-ctl-escritos.
           DISPLAY "CHEQUES INGRESADOS A CARTERA: " w-cant-cheques.
           DISPLAY "CERTIFICADOS DE RETENCION: " w-cant-retenciones
                   " IMPORTE: " w-suma-retenida.
           DISPLAY "RECIBOS APLICADOS: " w-cant-aplicados
                   " IMPORTE: " w-suma-aplicada.
           CLOSE RECIBOS.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE ANTICIPO.
           CLOSE CHEQUES.
           CLOSE CHQAPLIC.
           CLOSE RETENCION.
           CLOSE COBRANZAS.
           CLOSE RECRECHAZO.
           IF w-total-ingresado > ZERO
               PERFORM 410-ASIENTO-COBRANZA
           END-IF.
      * lo cobrado con los recibos del lote cancela deudores por
      * venta: el efectivo y el debito automatico entran a bancos y los
      * cheques a valores a depositar, hasta que carteraCheques los
      * deposita o endosa. las retenciones las asienta
      * resumenRetenciones
       410-ASIENTO-COBRANZA.
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
           MOVE w-fecha-hoy TO asi-fecha.
           MOVE ZERO TO asi-haber.
           IF w-total-ingresado > w-total-cheques
               MOVE "111002" TO asi-cuenta
               MOVE "COBRANZAS DEL LOTE" TO asi-concepto
               COMPUTE asi-debe = w-total-ingresado - w-total-cheques
               WRITE asi-reg
           END-IF.
           IF w-total-cheques > ZERO
               MOVE "111003" TO asi-cuenta
               MOVE "CHEQUES RECIBIDOS DEL LOTE" TO asi-concepto
               MOVE w-total-cheques TO asi-debe
               WRITE asi-reg
           END-IF.
           MOVE "112001" TO asi-cuenta.
           MOVE "COBRANZAS DEL LOTE" TO asi-concepto.
           MOVE ZERO TO asi-debe.
           MOVE w-total-ingresado TO asi-haber.
           WRITE asi-reg.
           CLOSE ASIENTOS.

       9000-INICIAR-CONTROL.
           ACCEPT w-ctl-fecha FROM DATE YYYYMMDD.
