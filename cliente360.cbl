                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fac-llave
           FILE STATUS IS w-fs-facturas.
           SELECT OPTIONAL CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cae-factura
           FILE STATUS IS w-fs-cae.
           SELECT CLIENVIPHIST ASSIGN TO "..\clienviphist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-hist-status.
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
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  CTACTE.
       01  cta-reg.
           03 cta-factura pic 9(12).
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  FACTURAS.
       01  fac-reg.
           03 fac-llave.
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  CAE.
       01  cae-reg.
           03 cae-factura pic 9(12).
           03 cae-numero pic 9(14).
           03 cae-vencimiento pic 9(8).
           03 cae-estado pic x.
           03 cae-fecha-envio pic 9(8).
           03 cae-fecha-resp pic 9(8).
           03 cae-motivo pic x(30).
       FD  CLIENVIPHIST.
       01  hist-reg.
           03 hist-fecha pic 9(8).
       01  w-fs-vendor pic xx.
       01  w-fs-facturas pic xx.
       01  w-cta-status pic xx.
       01  w-fs-cae pic xx.
       01  w-hist-status pic xx.
       01  w-acum-status pic xx.
       01  w-codcli-busca pic 9(6).
           03 filler pic x(8) value "COBRADO:".
           03 filler pic x(6) value spaces.
           03 filler pic x(7) value "ESTADO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "CAE:".
       01  lin-fac-det.
           03 l-factura pic zzzzzzzzzzz9.
           03 filler pic x(2) value spaces.
           03 l-cobrado pic -.zzz.zzz.zz9,99.
           03 filler pic x(7) value spaces.
           03 l-estado pic x.
           03 filler pic x(2) value spaces.
           03 l-cae pic x(14).
       01  lin-hist-det.
           03 lh-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           OPEN INPUT CAE.
           DISPLAY "CLIENTE A CONSULTAR: ".
           ACCEPT w-codcli-busca.
           DISPLAY lin-guarda.
                   DISPLAY "CUIT:      " cte-cuit
                   DISPLAY "TELEFONO:  " cte-telefono
                   DISPLAY "ACTIVO:    " cte-activo
                   DISPLAY "SEGMENTO:  " cte-segmento
                           " RFM " cte-rfm
           END-READ.
           DISPLAY lin-guarda.

           MOVE w-fac-iva-tot TO l-iva.
           MOVE cta-cobrado TO l-cobrado.
           MOVE cta-estado TO l-estado.
           PERFORM 450-BUSCAR-CAE.
           DISPLAY lin-fac-det.
           ADD 1 TO w-cant-facturas.

                   END-IF
           END-READ.

      * la factura sin cae autorizado muestra en que quedo el tramite
       450-BUSCAR-CAE.
           MOVE "SIN ENVIAR" TO l-cae.
           IF w-fs-cae = "00" OR w-fs-cae = "05"
               MOVE cta-factura TO cae-factura
               READ CAE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE cae-estado
                           WHEN "A"
                               MOVE cae-numero TO l-cae
                           WHEN "R"
                               MOVE "RECHAZADA" TO l-cae
                           WHEN OTHER
                               MOVE "EN TRAMITE" TO l-cae
                       END-EVALUATE
               END-READ
           END-IF.

       500-MOSTRAR-HISTORIA.
           DISPLAY "EVENTOS DE AUDITORIA DEL CLIENTE".
           OPEN INPUT HISTACUM.
           IF w-cta-status = "00"
               CLOSE CTACTE
           END-IF.
           IF w-fs-cae = "00" OR w-fs-cae = "05"
               CLOSE CAE
           END-IF.

       9900-ABEND-ARCHIVO.
           DISPLAY "ERROR DE ARCHIVO " w-abend-archivo
