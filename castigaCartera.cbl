           SELECT ASIENTOS ASSIGN TO "..\asientos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientos.
           SELECT OPTIONAL FACTURAS ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fac-llave
           FILE STATUS IS w-fs-facturas.
           SELECT OPTIONAL ARTICULO ASSIGN TO "..\articulo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS art-codigo
           FILE STATUS IS w-fs-articulo.
           SELECT OPTIONAL COSTOHIST ASSIGN TO "..\costohist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cth-llave
           FILE STATUS IS w-fs-costohist.
           SELECT OPTIONAL CLIENVIP ASSIGN TO "..\clienvip.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cli-codcli
                   ALTERNATE RECORD KEY IS cli-vend WITH DUPLICATES
           FILE STATUS IS w-fs-clienvip.
           SELECT COMREVERT ASSIGN TO "..\comrevert.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comrevert.
           SELECT CASRECHAZO ASSIGN TO "..\casrechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-casrechazo.
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  CASTIGOSAUD.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 asi-concepto pic x(30).
           03 asi-debe pic s9(12)V99.
           03 asi-haber pic s9(12)V99.
       FD  FACTURAS.
       01  fac-reg.
           03 fac-llave.
              05 fac-facturas pic 9(12).
              05 fac-art pic x(8).
           03 fac-precio pic 9(10)V99.
           03 fac-cantid pic 9(4).
           03 fecha-factura pic 9(8).
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 art-descrip pic x(30).
           03 art-costo pic 9(10)V99.
       FD  COSTOHIST.
       01  cth-reg.
           03 cth-llave.
              05 cth-articulo pic x(8).
              05 cth-fecha-desde pic 9(8).
           03 cth-costo pic 9(10)V99.
       FD  CLIENVIP.
       01  cli-reg.
           03 cli-codcli pic 9(6).
           03 cli-ganancia pic s9(10)V99.
           03 cli-nombre pic x(30).
           03 cli-vend pic 9(3).
           03 cli-exento pic x.
           03 cli-sucursal pic 9(2).
       FD  COMREVERT.
       01  rev-reg.
           03 rev-vend pic 9(3).
           03 rev-periodo pic 9(6).
           03 rev-factura pic 9(12).
           03 rev-motivo pic x(10).
           03 rev-ganancia pic s9(10)V99.
           03 rev-corrida pic 9(8).
       FD  CASRECHAZO.
       01  rej-reg.
           03 rej-factura pic x(12).
       01  w-aud-status pic xx.
       01  w-fs-asientos pic xx.
       01  w-fs-casrechazo pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-comrevert pic xx.
       01  w-fs-costohist pic xx.
       01  w-fs-clienvip pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CASTIGACARTERA".
       01  w-ctl-fecha pic 9(8).
       01  w-saldo pic s9(10)V99.
       01  w-cant-castigos pic 9(5) value zero.
       01  w-suma-castigada pic s9(12)V99 value zero.
       01  w-flag-fac pic 9.
       01  w-ganancia-fac pic s9(10)V99.
       01  w-gan-revertida pic s9(10)V99.
       01  w-cant-reversiones pic 9(5) value zero.
       01  w-flag-cth pic 9.
       01  w-costo-vigente pic 9(10)V99.
       01  w-costo-hallado pic x.
       01  w-cant-sin-costo pic 9(5) value zero.
       01  w-en-cartera pic x.
       01  w-cant-fuera-cartera pic 9(5) value zero.
       01  w-motivo-sin-costo.
           03 filler pic x(21) value "MARGEN SIN COSTO ART ".
           03 w-motivo-articulo pic x(8).
           03 filler pic x value space.
       01  w-concepto-castigo.
           03 filler pic x(18) value "CASTIGO FACTURA   ".
           03 w-concepto-factura pic 9(12).
           IF w-fs-asientos NOT = "00"
               OPEN OUTPUT ASIENTOS
           END-IF.
      * el margen de la factura castigada se recalcula de sus lineas
      * para devolver la comision que el vendedor cobro sobre ella
           OPEN INPUT FACTURAS.
           IF w-fs-facturas NOT = "00"
              AND w-fs-facturas NOT = "05"
               MOVE "FACTURAS" TO w-abend-archivo
               MOVE w-fs-facturas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT ARTICULO.
           IF w-fs-articulo NOT = "00"
              AND w-fs-articulo NOT = "05"
               MOVE "ARTICULO" TO w-abend-archivo
               MOVE w-fs-articulo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT COSTOHIST.
           IF w-fs-costohist NOT = "00"
              AND w-fs-costohist NOT = "05"
               MOVE "COSTOHIST" TO w-abend-archivo
               MOVE w-fs-costohist TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENVIP.
           IF w-fs-clienvip NOT = "00"
              AND w-fs-clienvip NOT = "05"
               MOVE "CLIENVIP" TO w-abend-archivo
               MOVE w-fs-clienvip TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND COMREVERT.
           IF w-fs-comrevert NOT = "00"
               OPEN OUTPUT COMREVERT
           END-IF.
           OPEN OUTPUT CASRECHAZO.
           IF w-fs-casrechazo NOT = "00"
              AND w-fs-casrechazo NOT = "05"
                       WHEN "X"
                           MOVE "FACTURA YA CASTIGADA" TO rej-motivo
                           PERFORM 330-RECHAZAR-CASTIGO
                       WHEN "R"
                           MOVE "FACTURA REFINANCIADA" TO rej-motivo
                           PERFORM 330-RECHAZAR-CASTIGO
                       WHEN OTHER
                           PERFORM 320-REGISTRAR-CASTIGO
                   END-EVALUATE
           REWRITE cta-reg.
           PERFORM 340-REGISTRAR-AUDITORIA.
           PERFORM 350-ASIENTO-CASTIGO.
           PERFORM 360-REVERTIR-COMISION.
           ADD 1 TO w-cant-castigos.
           ADD w-saldo TO w-suma-castigada.
       330-RECHAZAR-CASTIGO.
           MOVE ZERO TO asi-debe.
           MOVE w-saldo TO asi-haber.
           WRITE asi-reg.
      * la comision se devuelve en proporcion a lo que quedo sin
      * cobrar: el margen de la factura por el saldo castigado sobre
      * el total. liquidaComision la descuenta en la proxima
      * liquidacion. solo cobro comision el vendedor que tiene al
      * cliente en su cartera de clienvip; si no esta ahi no hay nada
      * que devolver
       360-REVERTIR-COMISION.
           PERFORM 365-VERIFICAR-CARTERA.
           IF w-en-cartera = "n"
               ADD 1 TO w-cant-fuera-cartera
           ELSE
               PERFORM 370-CALCULAR-MARGEN
               IF w-ganancia-fac > ZERO AND cta-total > ZERO
                   COMPUTE w-gan-revertida ROUNDED =
                       w-ganancia-fac * w-saldo / cta-total
                   IF w-gan-revertida > ZERO
                       MOVE cta-vend TO rev-vend
                       MOVE cta-fecha(1:6) TO rev-periodo
                       MOVE cta-factura TO rev-factura
                       MOVE "CASTIGO" TO rev-motivo
                       MOVE w-gan-revertida TO rev-ganancia
                       MOVE w-fecha-hoy TO rev-corrida
                       WRITE rev-reg
                       ADD 1 TO w-cant-reversiones
                   END-IF
               END-IF
           END-IF.

       365-VERIFICAR-CARTERA.
           MOVE "n" TO w-en-cartera.
           MOVE cta-cliente TO cli-codcli.
           READ CLIENVIP
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cli-vend = cta-vend
                       MOVE "s" TO w-en-cartera
                   END-IF
           END-READ.

       370-CALCULAR-MARGEN.
           MOVE ZERO TO w-ganancia-fac.
           MOVE cta-factura TO fac-facturas.
           MOVE LOW-VALUES TO fac-art.
           MOVE ZERO TO w-flag-fac.
           START FACTURAS KEY IS >= fac-llave
               INVALID KEY MOVE 1 TO w-flag-fac
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 375-SUMAR-LINEA
               UNTIL w-flag-fac = 1.

      * cada linea se costea como en la valorizacion nocturna: el costo
      * vigente a la fecha de la factura en costohist o, si no hay, el
      * del maestro. una linea sin ningun costo no entra en el margen
      * y queda listada en casrechazo.txt
       375-SUMAR-LINEA.
           READ FACTURAS NEXT
               AT END MOVE 1 TO w-flag-fac
               NOT AT END
                   IF fac-facturas = cta-factura
                       PERFORM 380-BUSCAR-COSTO-VIGENTE
                       IF w-costo-hallado = "s"
                           COMPUTE w-ganancia-fac = w-ganancia-fac
                               + fac-precio
                               - (fac-cantid * w-costo-vigente)
                       ELSE
                           PERFORM 390-LISTAR-SIN-COSTO
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-fac
                   END-IF
           END-READ.

       380-BUSCAR-COSTO-VIGENTE.
           MOVE "n" TO w-costo-hallado.
           MOVE ZERO TO w-costo-vigente.
           MOVE fac-art TO art-codigo.
           READ ARTICULO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE art-costo TO w-costo-vigente
                   MOVE "s" TO w-costo-hallado
           END-READ.
           MOVE fac-art TO cth-articulo.
           MOVE ZERO TO cth-fecha-desde.
           MOVE ZERO TO w-flag-cth.
           START COSTOHIST KEY IS >= cth-llave
               INVALID KEY MOVE 1 TO w-flag-cth
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 385-LEER-COSTOHIST
               UNTIL w-flag-cth = 1.

       385-LEER-COSTOHIST.
           READ COSTOHIST NEXT
               AT END MOVE 1 TO w-flag-cth
               NOT AT END
                   IF cth-articulo = fac-art
                      AND cth-fecha-desde <= fecha-factura
                       MOVE cth-costo TO w-costo-vigente
                       MOVE "s" TO w-costo-hallado
                   ELSE
                       MOVE 1 TO w-flag-cth
                   END-IF
           END-READ.

       390-LISTAR-SIN-COSTO.
           MOVE cta-factura TO rej-factura.
           MOVE fac-art TO w-motivo-articulo.
           MOVE w-motivo-sin-costo TO rej-motivo.
           WRITE rej-reg.
           ADD 1 TO w-cant-sin-costo.

       400-FIN.
           MOVE w-cant-castigos TO w-ctl-escritos.
           DISPLAY "FACTURAS CASTIGADAS: " w-cant-castigos
                   " IMPORTE: " w-suma-castigada.
           DISPLAY "COMISIONES A REVERTIR POR CASTIGO: "
                   w-cant-reversiones.
           DISPLAY "CLIENTES FUERA DE LA CARTERA DEL VENDEDOR: "
                   w-cant-fuera-cartera.
           IF w-cant-sin-costo > ZERO
               DISPLAY "LINEAS SIN COSTO FUERA DEL MARGEN: "
                       w-cant-sin-costo " - VER CASRECHAZO.TXT"
           END-IF.
           CLOSE CASTIGOS.
           CLOSE CTACTE.
           CLOSE CASTIGOSAUD.
           CLOSE ASIENTOS.
           CLOSE FACTURAS.
           CLOSE ARTICULO.
           CLOSE COSTOHIST.
           CLOSE CLIENVIP.
           CLOSE COMREVERT.
           CLOSE CASRECHAZO.

       9000-INICIAR-CONTROL.
