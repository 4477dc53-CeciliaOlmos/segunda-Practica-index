                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT OPTIONAL CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cae-factura
           FILE STATUS IS w-fs-cae.
           SELECT IVA-WORK ASSIGN TO "ivatmp.tmp".
           SELECT LIBROIVA ASSIGN TO "..\libroiva.txt"
           ORGANIZATION LINE SEQUENTIAL
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
       FD  CAE.
       01  cae-reg.
           03 cae-factura pic 9(12).
           03 cae-numero pic 9(14).
           03 cae-vencimiento pic 9(8).
           03 cae-estado pic x.
           03 cae-fecha-envio pic 9(8).
           03 cae-fecha-resp pic 9(8).
           03 cae-motivo pic x(30).
       SD  IVA-WORK.
       01  iva-rec.
           03 iva-fecha pic 9(8).
       01  w-fs-facturas pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-libroiva pic xx.
       01  w-fs-cae pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "LIBROIVA".
       01  w-ctl-fecha pic 9(8).
           03 filler pic x(5) value "CUIT:".
           03 filler pic x(8) value spaces.
           03 filler pic x(8) value "CLIENTE:".
           03 filler pic x(21) value spaces.
           03 filler pic x(5) value "NETO:".
           03 filler pic x(12) value spaces.
           03 filler pic x(4) value "IVA:".
           03 filler pic x(12) value spaces.
           03 filler pic x(6) value "BRUTO:".
           03 filler pic x(11) value spaces.
           03 filler pic x(4) value "CAE:".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-detalle.
           03 filler pic x(2) value spaces.
           03 l-cuit pic 9(11).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(27).
           03 filler pic x(1) value spaces.
           03 l-neto pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-iva pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-bruto pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-cae pic x(14).
       01  lin-subtotal.
           03 filler pic x(14) value "TOTAL DEL DIA ".
           03 st-fecha pic 9999/99/99.
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CAE.
           OPEN OUTPUT LIBROIVA.
           IF w-fs-libroiva NOT = "00"
              AND w-fs-libroiva NOT = "05"
           MOVE w-cant-comprob TO w-ctl-escritos.
           DISPLAY "COMPROBANTES EN EL LIBRO: " w-cant-comprob.
           CLOSE FACTURAS CLIENTE.
           IF w-fs-cae = "00" OR w-fs-cae = "05"
               CLOSE CAE
           END-IF.
           CLOSE LIBROIVA.

       510-RETURN-SORT.
           END-IF.
           PERFORM 530-SUMAR-LINEAS-FACTURA.
           PERFORM 540-BUSCAR-CLIENTE.
           PERFORM 550-BUSCAR-CAE.
           MOVE iva-fecha TO l-fecha.
           MOVE iva-factura TO l-factura.
           MOVE w-neto-factura TO l-neto.
                   MOVE cte-nombre TO l-nombre
           END-READ.

      * el comprobante sin cae autorizado queda marcado en el libro
       550-BUSCAR-CAE.
           MOVE "SIN CAE" TO l-cae.
           IF w-fs-cae = "00" OR w-fs-cae = "05"
               MOVE iva-factura TO cae-factura
               READ CAE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF cae-estado = "A"
                           MOVE cae-numero TO l-cae
                       END-IF
               END-READ
           END-IF.

       700-SUBTOTAL-DIA.
           MOVE w-fecha-ant TO st-fecha.
           MOVE w-dia-neto TO st-neto.
