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
           SELECT FACPROV ASSIGN TO "..\facprov.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-facprov.
           SELECT FPV-WORK ASSIGN TO "fpvtmp.tmp".
           SELECT OCABIERTA ASSIGN TO "..\ocabierta.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-articulo WITH DUPLICATES
           FILE STATUS IS w-fs-ocabierta.
           SELECT OCFACT ASSIGN TO "..\ocfact.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ocf-llave
           FILE STATUS IS w-fs-ocfact.
           SELECT OPTIONAL STOCKAUD ASSIGN TO "..\stockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
           SELECT PROVEEDOR ASSIGN TO "..\proveedor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS prv-articulo
           FILE STATUS IS w-fs-proveedor.
           SELECT CTAPROV ASSIGN TO "..\ctaprov.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cpv-llave
           FILE STATUS IS w-fs-ctaprov.
           SELECT ASIENTOS ASSIGN TO "..\asientos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-asientos.
           SELECT DISCREP ASSIGN TO "..\discrepcompras.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-discrep.
           SELECT FPVPEND ASSIGN TO "..\facprovpend.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-fpvpend.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FACPROV.
       01  fpv-tex-reg.
           03 fpv-tex-proveedor pic x(4).
           03 fpv-tex-comprobante pic x(12).
           03 fpv-tex-fecha pic x(8).
           03 fpv-tex-vencimiento pic x(8).
           03 fpv-tex-oc pic x(8).
           03 fpv-tex-articulo pic x(8).
           03 fpv-tex-cantidad pic x(7).
           03 fpv-tex-precio pic x(12).
           03 fpv-tex-iva pic x(12).
       SD  FPV-WORK.
       01  fpw-rec.
           03 fpw-proveedor pic x(4).
           03 fpw-proveedor-num REDEFINES fpw-proveedor pic 9(4).
           03 fpw-comprobante pic x(12).
           03 fpw-fecha pic x(8).
           03 fpw-fecha-num REDEFINES fpw-fecha pic 9(8).
           03 fpw-vencimiento pic x(8).
           03 fpw-vencimiento-num REDEFINES fpw-vencimiento pic 9(8).
           03 fpw-oc pic x(8).
           03 fpw-oc-num REDEFINES fpw-oc pic 9(8).
           03 fpw-articulo pic x(8).
           03 fpw-cantidad pic x(7).
           03 fpw-cantidad-num REDEFINES fpw-cantidad pic 9(7).
           03 fpw-precio pic x(12).
           03 fpw-precio-num REDEFINES fpw-precio pic 9(10)V99.
           03 fpw-iva pic x(12).
           03 fpw-iva-num REDEFINES fpw-iva pic 9(10)V99.
       FD  OCABIERTA.
       01  oc-reg.
           03 oc-llave.
              05 oc-numero pic 9(8).
              05 oc-articulo pic x(8).
           03 oc-proveedor pic 9(4).
           03 oc-cantidad pic 9(7).
           03 oc-fecha-emision pic 9(8).
           03 oc-fecha-esperada pic 9(8).
           03 oc-estado pic x.
           03 oc-precio pic 9(10)V99.
       FD  OCFACT.
       01  ocf-reg.
           03 ocf-llave.
              05 ocf-numero pic 9(8).
              05 ocf-articulo pic x(8).
           03 ocf-proveedor pic 9(4).
           03 ocf-cant-facturada pic 9(7).
           03 ocf-fecha-ult pic 9(8).
       FD  STOCKAUD.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(8).
           03 aud-tipo pic x.
           03 aud-articulo pic x(8).
           03 aud-cantidad pic s9(7).
           03 aud-exist-ant pic s9(7).
           03 aud-exist-nueva pic s9(7).
           03 aud-motivo pic x(20).
           03 aud-operador pic x(8).
           03 aud-oc-numero pic 9(8).
           03 aud-sucursal pic 9(2).
       FD  PROVEEDOR.
       01  prv-reg.
           03 prv-articulo pic x(8).
           03 prv-proveedor pic 9(4).
           03 prv-nombre pic x(30).
           03 prv-leadtime pic 9(3).
           03 prv-min-orden pic 9(7).
           03 prv-canal pic x.
           03 prv-email pic x(50).
       FD  CTAPROV.
       01  cpv-reg.
           03 cpv-llave.
              05 cpv-proveedor pic 9(4).
              05 cpv-comprobante pic x(12).
           03 cpv-nombre pic x(30).
           03 cpv-fecha pic 9(8).
           03 cpv-vencimiento pic 9(8).
           03 cpv-neto pic s9(10)V99.
           03 cpv-iva pic s9(10)V99.
           03 cpv-total pic s9(10)V99.
           03 cpv-pagado pic s9(10)V99.
           03 cpv-estado pic x.
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 asi-cuenta pic x(6).
           03 asi-concepto pic x(30).
           03 asi-debe pic s9(12)V99.
           03 asi-haber pic s9(12)V99.
       FD  DISCREP.
       01  dis-linea pic x(132).
       FD  FPVPEND.
       01  pen-reg pic x(79).
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
       01  w-abend-programa pic x(15) value "CONCILIACOMPRAS".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-facprov pic xx.
       01  w-fs-ocabierta pic xx.
       01  w-fs-ocfact pic xx.
       01  w-aud-status pic xx.
       01  w-fs-proveedor pic xx.
       01  w-fs-ctaprov pic xx.
       01  w-fs-asientos pic xx.
       01  w-fs-discrep pic xx.
       01  w-fs-fpvpend pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CONCILIACOMPRAS".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-flag-aud pic 9 value zero.
       01  w-flag-prv pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
      * plazo de pago que se asume cuando la factura del proveedor no
      * trae fecha de vencimiento
       01  w-dias-pago-prov pic 9(3) value 30.
       01  w-hallado pic x.
       01  w-prov-cant pic 9(3) value zero.
       01  w-prov-tab.
           03 w-prov-item OCCURS 999 TIMES INDEXED BY w-prov-idx.
              05 w-prov-codigo pic 9(4).
              05 w-prov-nombre pic x(30).
       01  w-rec-cant pic 9(4) value zero.
       01  w-rec-tab.
           03 w-rec-item OCCURS 5000 TIMES INDEXED BY w-rec-idx.
              05 w-rec-oc pic 9(8).
              05 w-rec-articulo pic x(8).
              05 w-rec-cantidad pic s9(8).
       01  w-lin-cant pic 99 value zero.
       01  w-lin-excedido pic x value "n".
       01  w-lin-tab.
           03 w-lin-item OCCURS 99 TIMES INDEXED BY w-lin-idx
                                                     w-lin-idx2.
              05 w-lin-texto pic x(79).
              05 w-lin-recibido pic s9(8).
              05 w-lin-previo pic s9(8).
              05 w-lin-motivo pic x(30).
       01  w-comp-proveedor pic x(4).
       01  w-comp-numero pic x(12).
       01  w-primer-comp pic x value "s".
       01  w-comp-con-error pic x.
       01  w-recibido pic s9(8).
       01  w-previo pic s9(8).
       01  w-diferencia pic s9(8).
       01  w-neto pic s9(10)V99.
       01  w-iva pic s9(10)V99.
       01  w-importe-linea pic s9(10)V99.
       01  w-dias-aux pic 9(8).
       01  w-cant-comp pic 9(5) value zero.
       01  w-cant-registrados pic 9(5) value zero.
       01  w-cant-retenidos pic 9(5) value zero.
       01  w-cant-lineas-disc pic 9(5) value zero.
       01  w-total-registrado pic s9(12)V99 value zero.
       01  w-concepto-fact.
           03 filler pic x(8) value "FC PROV ".
           03 w-concepto-prov pic 9(4).
           03 filler pic x value space.
           03 w-concepto-comp pic x(12).
       01  lin-titulo.
           03 filler pic x(45) value
              "DISCREPANCIAS DE FACTURAS DE PROVEEDOR AL ".
           03 l-fecha pic 9999/99/99.
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-cabecera.
           03 filler pic x(6) value "PROV.".
           03 filler pic x(13) value "COMPROBANTE".
           03 filler pic x(9) value "ORDEN".
           03 filler pic x(9) value "ARTICULO".
           03 filler pic x(11) value "FACTURADO".
           03 filler pic x(11) value "RECIBIDO".
           03 filler pic x(11) value "YA FACT.".
           03 filler pic x(11) value "DIFERENCIA".
           03 filler pic x(30) value "MOTIVO".
       01  lin-detalle.
           03 l-prov pic x(4).
           03 filler pic x(2) value spaces.
           03 l-comp pic x(12).
           03 filler pic x value space.
           03 l-oc pic x(8).
           03 filler pic x value space.
           03 l-art pic x(8).
           03 filler pic x value space.
           03 l-facturado pic -z.zzz.zz9.
           03 filler pic x value space.
           03 l-recibido pic -z.zzz.zz9.
           03 filler pic x value space.
           03 l-previo pic -z.zzz.zz9.
           03 filler pic x value space.
           03 l-diferencia pic -z.zzz.zz9.
           03 filler pic x value space.
           03 l-motivo pic x(30).
       01  lin-total.
           03 l-tot-etiqueta pic x(40).
           03 l-tot-cant pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-tot-importe pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-PROVEEDORES.
           PERFORM 170-CARGAR-RECEPCIONES.
           SORT FPV-WORK
               ON ASCENDING KEY fpw-proveedor fpw-comprobante
               USING FACPROV
               OUTPUT PROCEDURE IS 300-CONCILIAR.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT OCABIERTA.
           IF w-fs-ocabierta NOT = "00"
              AND w-fs-ocabierta NOT = "05"
               MOVE "OCABIERTA" TO w-abend-archivo
               MOVE w-fs-ocabierta TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O OCFACT.
           IF w-fs-ocfact NOT = "00"
               OPEN OUTPUT OCFACT
               CLOSE OCFACT
               OPEN I-O OCFACT
           END-IF.
           IF w-fs-ocfact NOT = "00"
              AND w-fs-ocfact NOT = "05"
               MOVE "OCFACT" TO w-abend-archivo
               MOVE w-fs-ocfact TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O CTAPROV.
           IF w-fs-ctaprov NOT = "00"
               OPEN OUTPUT CTAPROV
               CLOSE CTAPROV
               OPEN I-O CTAPROV
           END-IF.
           IF w-fs-ctaprov NOT = "00"
              AND w-fs-ctaprov NOT = "05"
               MOVE "CTAPROV" TO w-abend-archivo
               MOVE w-fs-ctaprov TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
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
           OPEN OUTPUT DISCREP.
           IF w-fs-discrep NOT = "00"
              AND w-fs-discrep NOT = "05"
               MOVE "DISCREP" TO w-abend-archivo
               MOVE w-fs-discrep TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT FPVPEND.
           IF w-fs-fpvpend NOT = "00"
              AND w-fs-fpvpend NOT = "05"
               MOVE "FPVPEND" TO w-abend-archivo
               MOVE w-fs-fpvpend TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha.
           MOVE lin-titulo TO dis-linea.
           WRITE dis-linea.
           MOVE lin-guarda TO dis-linea.
           WRITE dis-linea.
           MOVE lin-cabecera TO dis-linea.
           WRITE dis-linea.
           MOVE lin-guarda TO dis-linea.
           WRITE dis-linea.

      * proveedor.dat esta armado por articulo; se arma una tabla de
      * proveedores distintos para llevar el nombre a la cuenta
       150-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDOR.
           IF w-fs-proveedor NOT = "00"
              AND w-fs-proveedor NOT = "05"
               MOVE "PROVEEDOR" TO w-abend-archivo
               MOVE w-fs-proveedor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 155-LEER-PROVEEDOR UNTIL w-flag-prv = 1.
           CLOSE PROVEEDOR.

       155-LEER-PROVEEDOR.
           READ PROVEEDOR NEXT
               AT END MOVE 1 TO w-flag-prv
               NOT AT END PERFORM 160-GUARDAR-PROVEEDOR
           END-READ.

       160-GUARDAR-PROVEEDOR.
           MOVE "n" TO w-hallado.
           IF w-prov-cant > ZERO
               PERFORM 165-COMPARAR-PROVEEDOR
                   VARYING w-prov-idx FROM 1 BY 1
                   UNTIL w-prov-idx > w-prov-cant
                      OR w-hallado = "s"
           END-IF.
           IF w-hallado = "n"
               IF w-prov-cant < 999
                   ADD 1 TO w-prov-cant
                   MOVE prv-proveedor TO w-prov-codigo(w-prov-cant)
                   MOVE prv-nombre TO w-prov-nombre(w-prov-cant)
               ELSE
                   DISPLAY "PROVEEDORES EXCEDEN LA TABLA - "
                           prv-proveedor " SIN NOMBRE"
               END-IF
           END-IF.

       165-COMPARAR-PROVEEDOR.
           IF w-prov-codigo(w-prov-idx) = prv-proveedor
               MOVE "s" TO w-hallado
           END-IF.

      * lo recibido por orden sale de las lineas "R" de stockaud que
      * mueveStock dejo imputadas a cada orden de compra
       170-CARGAR-RECEPCIONES.
           OPEN INPUT STOCKAUD.
           IF w-aud-status = "00" OR w-aud-status = "05"
               PERFORM 175-LEER-STOCKAUD UNTIL w-flag-aud = 1
               CLOSE STOCKAUD
           END-IF.

       175-LEER-STOCKAUD.
           READ STOCKAUD
               AT END MOVE 1 TO w-flag-aud
               NOT AT END
                   IF aud-tipo = "R" AND aud-oc-numero IS NUMERIC
                      AND aud-oc-numero NOT = ZERO
                       PERFORM 180-ACUMULAR-RECEPCION
                   END-IF
           END-READ.

       180-ACUMULAR-RECEPCION.
           MOVE "n" TO w-hallado.
           IF w-rec-cant > ZERO
               PERFORM 185-COMPARAR-RECEPCION
                   VARYING w-rec-idx FROM 1 BY 1
                   UNTIL w-rec-idx > w-rec-cant
                      OR w-hallado = "s"
           END-IF.
           IF w-hallado = "n"
               IF w-rec-cant < 5000
                   ADD 1 TO w-rec-cant
                   MOVE aud-oc-numero TO w-rec-oc(w-rec-cant)
                   MOVE aud-articulo TO w-rec-articulo(w-rec-cant)
                   MOVE aud-cantidad TO w-rec-cantidad(w-rec-cant)
               ELSE
                   DISPLAY "RECEPCIONES EXCEDEN LA TABLA - ORDEN "
                           aud-oc-numero " IGNORADA"
               END-IF
           END-IF.

       185-COMPARAR-RECEPCION.
           IF w-rec-oc(w-rec-idx) = aud-oc-numero
              AND w-rec-articulo(w-rec-idx) = aud-articulo
               ADD aud-cantidad TO w-rec-cantidad(w-rec-idx)
               MOVE "s" TO w-hallado
           END-IF.

      * las facturas vienen renglon por renglon; se juntan los renglones
      * de cada comprobante y se registra solo si todos concilian. un
      * comprobante con algun renglon en discrepancia queda retenido
      * entero en facprovpend.txt para reingresarlo cuando se aclare
       300-CONCILIAR.
           PERFORM 310-RETURN-SORT.
           PERFORM UNTIL fin-sort
               ADD 1 TO w-ctl-leidos
               IF w-primer-comp = "s"
                   PERFORM 320-ABRIR-COMPROBANTE
                   MOVE "n" TO w-primer-comp
               END-IF
               IF fpw-proveedor NOT = w-comp-proveedor
                  OR fpw-comprobante NOT = w-comp-numero
                   PERFORM 350-CERRAR-COMPROBANTE
                   PERFORM 320-ABRIR-COMPROBANTE
               END-IF
               PERFORM 330-GUARDAR-RENGLON
               PERFORM 310-RETURN-SORT
           END-PERFORM.
           IF w-primer-comp = "n"
               PERFORM 350-CERRAR-COMPROBANTE
           END-IF.

       310-RETURN-SORT.
           RETURN FPV-WORK AT END MOVE 1 TO w-flag-sort.

       320-ABRIR-COMPROBANTE.
           MOVE fpw-proveedor TO w-comp-proveedor.
           MOVE fpw-comprobante TO w-comp-numero.
           MOVE ZERO TO w-lin-cant.
           MOVE "n" TO w-lin-excedido.
           ADD 1 TO w-cant-comp.

       330-GUARDAR-RENGLON.
           IF w-lin-cant < 99
               ADD 1 TO w-lin-cant
               MOVE fpw-rec TO w-lin-texto(w-lin-cant)
               MOVE ZERO TO w-lin-recibido(w-lin-cant)
               MOVE ZERO TO w-lin-previo(w-lin-cant)
               MOVE SPACES TO w-lin-motivo(w-lin-cant)
           ELSE
               MOVE "s" TO w-lin-excedido
               MOVE fpw-rec TO pen-reg
               WRITE pen-reg
           END-IF.

       350-CERRAR-COMPROBANTE.
           MOVE "n" TO w-comp-con-error.
           PERFORM 360-VALIDAR-RENGLON
               VARYING w-lin-idx FROM 1 BY 1
               UNTIL w-lin-idx > w-lin-cant.
           IF w-lin-excedido = "s"
               MOVE "COMPROBANTE DE MAS DE 99 RENG."
                   TO w-lin-motivo(1)
               MOVE "s" TO w-comp-con-error
           END-IF.
           IF w-comp-con-error = "n"
               MOVE w-comp-proveedor TO cpv-proveedor
               MOVE w-comp-numero TO cpv-comprobante
               READ CTAPROV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "COMPROBANTE YA REGISTRADO"
                           TO w-lin-motivo(1)
                       MOVE "s" TO w-comp-con-error
               END-READ
           END-IF.
           IF w-comp-con-error = "n"
               PERFORM 500-REGISTRAR-COMPROBANTE
           ELSE
               PERFORM 600-RETENER-COMPROBANTE
           END-IF.

      * cada renglon se ata a la orden de compra por numero y articulo;
      * lo facturable es lo recibido de esa orden menos lo que ya se
      * facturo antes (ocfact.dat) y en los renglones anteriores del
      * mismo comprobante
       360-VALIDAR-RENGLON.
           MOVE w-lin-texto(w-lin-idx) TO fpw-rec.
           IF fpw-proveedor IS NOT NUMERIC
              OR fpw-fecha IS NOT NUMERIC
              OR fpw-oc IS NOT NUMERIC
              OR fpw-cantidad IS NOT NUMERIC
              OR fpw-precio IS NOT NUMERIC
              OR fpw-iva IS NOT NUMERIC
              OR fpw-cantidad-num = ZERO
               MOVE "DATOS DEL RENGLON INVALIDOS"
                   TO w-lin-motivo(w-lin-idx)
           ELSE
               MOVE fpw-oc-num TO oc-numero
               MOVE fpw-articulo TO oc-articulo
               READ OCABIERTA KEY IS oc-llave
                   INVALID KEY
                       MOVE "SIN ORDEN DE COMPRA"
                           TO w-lin-motivo(w-lin-idx)
                   NOT INVALID KEY
                       IF oc-proveedor NOT = fpw-proveedor-num
                           MOVE "PROVEEDOR DISTINTO AL DE LA OC"
                               TO w-lin-motivo(w-lin-idx)
                       ELSE
                           PERFORM 370-CONTROLAR-CANTIDAD
                       END-IF
               END-READ
           END-IF.
           IF w-lin-motivo(w-lin-idx) NOT = SPACES
               MOVE "s" TO w-comp-con-error
           END-IF.

       370-CONTROLAR-CANTIDAD.
           MOVE ZERO TO w-recibido.
           MOVE "n" TO w-hallado.
           IF w-rec-cant > ZERO
               PERFORM 375-BUSCAR-RECEPCION
                   VARYING w-rec-idx FROM 1 BY 1
                   UNTIL w-rec-idx > w-rec-cant
                      OR w-hallado = "s"
           END-IF.
           MOVE ZERO TO w-previo.
           MOVE fpw-oc-num TO ocf-numero.
           MOVE fpw-articulo TO ocf-articulo.
           READ OCFACT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ocf-cant-facturada TO w-previo
           END-READ.
           IF w-lin-idx > 1
               PERFORM 380-SUMAR-RENGLON-ANTERIOR
                   VARYING w-lin-idx2 FROM 1 BY 1
                   UNTIL w-lin-idx2 >= w-lin-idx
               MOVE w-lin-texto(w-lin-idx) TO fpw-rec
           END-IF.
           MOVE w-recibido TO w-lin-recibido(w-lin-idx).
           MOVE w-previo TO w-lin-previo(w-lin-idx).
           IF w-recibido = ZERO
               MOVE "FACTURADO SIN RECEPCION"
                   TO w-lin-motivo(w-lin-idx)
           ELSE
               IF fpw-cantidad-num > w-recibido - w-previo
                   MOVE "FACTURADO DE MAS"
                       TO w-lin-motivo(w-lin-idx)
               END-IF
           END-IF.

       375-BUSCAR-RECEPCION.
           IF w-rec-oc(w-rec-idx) = fpw-oc-num
              AND w-rec-articulo(w-rec-idx) = fpw-articulo
               MOVE w-rec-cantidad(w-rec-idx) TO w-recibido
               MOVE "s" TO w-hallado
           END-IF.

       380-SUMAR-RENGLON-ANTERIOR.
           MOVE w-lin-texto(w-lin-idx2) TO fpw-rec.
           IF fpw-oc IS NUMERIC AND fpw-cantidad IS NUMERIC
               IF fpw-oc-num = oc-numero
                  AND fpw-articulo = oc-articulo
                   ADD fpw-cantidad-num TO w-previo
               END-IF
           END-IF.

      * el comprobante conciliado va a la cuenta del proveedor, suma lo
      * facturado por renglon de orden y genera el asiento de compra
       500-REGISTRAR-COMPROBANTE.
           MOVE ZERO TO w-neto.
           MOVE ZERO TO w-iva.
           PERFORM 510-REGISTRAR-RENGLON
               VARYING w-lin-idx FROM 1 BY 1
               UNTIL w-lin-idx > w-lin-cant.
           MOVE w-lin-texto(1) TO fpw-rec.
           MOVE fpw-proveedor-num TO cpv-proveedor.
           MOVE fpw-comprobante TO cpv-comprobante.
           PERFORM 530-BUSCAR-NOMBRE-PROVEEDOR.
           MOVE fpw-fecha-num TO cpv-fecha.
           IF fpw-vencimiento IS NUMERIC
              AND fpw-vencimiento-num NOT = ZERO
               MOVE fpw-vencimiento-num TO cpv-vencimiento
           ELSE
               COMPUTE w-dias-aux =
                   FUNCTION INTEGER-OF-DATE(fpw-fecha-num)
                   + w-dias-pago-prov
               COMPUTE cpv-vencimiento =
                   FUNCTION DATE-OF-INTEGER(w-dias-aux)
           END-IF.
           MOVE w-neto TO cpv-neto.
           MOVE w-iva TO cpv-iva.
           COMPUTE cpv-total = w-neto + w-iva.
           MOVE ZERO TO cpv-pagado.
           MOVE "A" TO cpv-estado.
           WRITE cpv-reg
               INVALID KEY
                   DISPLAY "COMPROBANTE " cpv-comprobante
                           " YA REGISTRADO"
           END-WRITE.
           PERFORM 550-ASIENTO-COMPRA.
           ADD 1 TO w-cant-registrados.
           ADD 1 TO w-ctl-escritos.
           ADD cpv-total TO w-total-registrado.

       510-REGISTRAR-RENGLON.
           MOVE w-lin-texto(w-lin-idx) TO fpw-rec.
           COMPUTE w-importe-linea ROUNDED =
               fpw-cantidad-num * fpw-precio-num.
           ADD w-importe-linea TO w-neto.
           ADD fpw-iva-num TO w-iva.
           MOVE fpw-oc-num TO ocf-numero.
           MOVE fpw-articulo TO ocf-articulo.
           READ OCFACT
               INVALID KEY
                   MOVE fpw-proveedor-num TO ocf-proveedor
                   MOVE fpw-cantidad-num TO ocf-cant-facturada
                   MOVE w-fecha-hoy TO ocf-fecha-ult
                   WRITE ocf-reg
               NOT INVALID KEY
                   ADD fpw-cantidad-num TO ocf-cant-facturada
                   MOVE w-fecha-hoy TO ocf-fecha-ult
                   REWRITE ocf-reg
           END-READ.

       530-BUSCAR-NOMBRE-PROVEEDOR.
           MOVE "--PROVEEDOR DESCONOCIDO--" TO cpv-nombre.
           MOVE "n" TO w-hallado.
           IF w-prov-cant > ZERO
               PERFORM 535-COMPARAR-NOMBRE
                   VARYING w-prov-idx FROM 1 BY 1
                   UNTIL w-prov-idx > w-prov-cant
                      OR w-hallado = "s"
           END-IF.

       535-COMPARAR-NOMBRE.
           IF w-prov-codigo(w-prov-idx) = cpv-proveedor
               MOVE w-prov-nombre(w-prov-idx) TO cpv-nombre
               MOVE "s" TO w-hallado
           END-IF.

      * compra de mercaderia: debe mercaderias e iva credito fiscal,
      * haber proveedores por el total del comprobante
       550-ASIENTO-COMPRA.
           MOVE cpv-proveedor TO w-concepto-prov.
           MOVE cpv-comprobante TO w-concepto-comp.
           MOVE w-fecha-hoy TO asi-fecha.
           MOVE "114001" TO asi-cuenta.
           MOVE w-concepto-fact TO asi-concepto.
           MOVE cpv-neto TO asi-debe.
           MOVE ZERO TO asi-haber.
           WRITE asi-reg.
           IF cpv-iva NOT = ZERO
               MOVE "113005" TO asi-cuenta
               MOVE w-concepto-fact TO asi-concepto
               MOVE cpv-iva TO asi-debe
               MOVE ZERO TO asi-haber
               WRITE asi-reg
           END-IF.
           MOVE "211001" TO asi-cuenta.
           MOVE w-concepto-fact TO asi-concepto.
           MOVE ZERO TO asi-debe.
           MOVE cpv-total TO asi-haber.
           WRITE asi-reg.

       600-RETENER-COMPROBANTE.
           ADD 1 TO w-cant-retenidos.
           PERFORM 610-LISTAR-RENGLON
               VARYING w-lin-idx FROM 1 BY 1
               UNTIL w-lin-idx > w-lin-cant.
           MOVE lin-guarda TO dis-linea.
           WRITE dis-linea.

       610-LISTAR-RENGLON.
           MOVE w-lin-texto(w-lin-idx) TO fpw-rec.
           MOVE fpw-rec TO pen-reg.
           WRITE pen-reg.
           IF w-lin-motivo(w-lin-idx) NOT = SPACES
               ADD 1 TO w-cant-lineas-disc
               MOVE fpw-proveedor TO l-prov
               MOVE fpw-comprobante TO l-comp
               MOVE fpw-oc TO l-oc
               MOVE fpw-articulo TO l-art
               IF fpw-cantidad IS NUMERIC
                   MOVE fpw-cantidad-num TO l-facturado
                   COMPUTE w-diferencia = fpw-cantidad-num
                       - (w-lin-recibido(w-lin-idx)
                          - w-lin-previo(w-lin-idx))
               ELSE
                   MOVE ZERO TO l-facturado
                   MOVE ZERO TO w-diferencia
               END-IF
               MOVE w-lin-recibido(w-lin-idx) TO l-recibido
               MOVE w-lin-previo(w-lin-idx) TO l-previo
               MOVE w-diferencia TO l-diferencia
               MOVE w-lin-motivo(w-lin-idx) TO l-motivo
               DISPLAY lin-detalle
               MOVE lin-detalle TO dis-linea
               WRITE dis-linea
           END-IF.

       400-FIN.
           MOVE "COMPROBANTES LEIDOS:" TO l-tot-etiqueta.
           MOVE w-cant-comp TO l-tot-cant.
           MOVE ZERO TO l-tot-importe.
           MOVE lin-total TO dis-linea.
           WRITE dis-linea.
           MOVE "COMPROBANTES REGISTRADOS EN CTAPROV:"
               TO l-tot-etiqueta.
           MOVE w-cant-registrados TO l-tot-cant.
           MOVE w-total-registrado TO l-tot-importe.
           MOVE lin-total TO dis-linea.
           WRITE dis-linea.
           MOVE "COMPROBANTES RETENIDOS:" TO l-tot-etiqueta.
           MOVE w-cant-retenidos TO l-tot-cant.
           MOVE ZERO TO l-tot-importe.
           MOVE lin-total TO dis-linea.
           WRITE dis-linea.
           CLOSE OCABIERTA.
           CLOSE OCFACT.
           CLOSE CTAPROV.
           CLOSE ASIENTOS.
           CLOSE DISCREP.
           CLOSE FPVPEND.
           DISPLAY "COMPROBANTES REGISTRADOS: " w-cant-registrados.
           DISPLAY "COMPROBANTES RETENIDOS: " w-cant-retenidos.
           IF w-cant-retenidos > ZERO
               DISPLAY "HAY FACTURAS DE PROVEEDOR EN DISCREPANCIA - "
                       "VER DISCREPCOMPRAS.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.

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
