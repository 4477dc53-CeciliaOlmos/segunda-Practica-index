           SELECT COMISIONES ASSIGN TO "..\comisiones.txt"
                   ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-comisiones.
           SELECT OPTIONAL VENTANA ASSIGN TO "..\vipventana.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS vta-codcli
           FILE STATUS IS w-fs-ventana.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
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
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  PARAMETRO.
       01  param-reg.
           03 param-max-vip pic 9(3).
           03 com-nombre pic x(30).
           03 com-importe pic s9(12)V99.
           03 com-periodo pic 9(6).
           03 com-tarifa pic 9(3).
       01  com-cabecera-reg.
           03 com-tipo-cab pic x.
           03 com-fecha-gen pic 9(8).
       01  w-fs-parametro pic xx.
       01  w-fs-esqcomision pic xx.
       01  w-fs-comisiones pic xx.
       01  w-fs-ventana pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "COMISIONVEND".
       01  w-ctl-fecha pic 9(8).
           03 filler pic x(14) value "NOM. VENDEDOR:".
           03 filler pic x(17) value spaces.
           03 filler pic x(16) value "GANANCIA TOTAL:".
           03 filler pic x(3) value spaces.
           03 filler pic x(16) value "ULTIMOS MESES:".
           03 filler pic x(12) value spaces.
           03 filler pic x(10) value "COMISION:".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value spaces.
           03 l-gan pic -.zzz.zzz.zz9,99 value spaces.
           03 filler pic x(3) value spaces.
           03 l-gan-vta pic -.zzz.zzz.zz9,99 value spaces.
           03 filler pic x(3) value spaces.
           03 l-com pic -.zzz.zzz.zz9,99 value spaces.
           03 filler pic x(2) value spaces.
           03 l-tarifa-pct pic zz9.
       01  w-suc-sel pic 9(2) value zero.
       01  w-primer-cliente pic x value "s".
       01  w-subtotal-vend pic s9(12)V99 value zero.
       01  w-subtotal-vta pic s9(12)V99 value zero.
       01  w-comision-pct pic 9(3) value 5.
       01  w-comision-monto pic s9(12)V99.
       01  w-fecha-hoy pic 9(8).
                       PERFORM 350-IMPRIMIR-VENDEDOR
                       MOVE cli-vend TO w-vend-ant
                       MOVE ZERO TO w-subtotal-vend
                       MOVE ZERO TO w-subtotal-vta
                   END-IF
                   ADD cli-ganancia TO w-subtotal-vend
                   PERFORM 210-SUMAR-VENTANA
               END-IF
               PERFORM 200-LEE-ARCH-CLIENVIP
           END-PERFORM.
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENTANA.
           IF w-fs-ventana NOT = "00"
              AND w-fs-ventana NOT = "05"
               MOVE "VENTANA" TO w-abend-archivo
               MOVE w-fs-ventana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "SUCURSAL A LIQUIDAR (00=TODAS): ".
           ACCEPT w-suc-sel.
               NOT AT END ADD 1 TO w-ctl-leidos
           END-READ.

      * la comision se sigue liquidando sobre la ganancia acumulada
      * del padron; la de la ventana movil se informa al lado
       210-SUMAR-VENTANA.
           MOVE cli-codcli TO vta-codcli.
           READ VENTANA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD vta-ganancia TO w-subtotal-vta
           END-READ.

       310-BUSCO-NOMBRE-VENDEDOR.
           MOVE w-vend-ant TO vend-codigo.
           MOVE "N" TO w-vend-activo.
           MOVE w-vend-ant TO l-vend.
           PERFORM 310-BUSCO-NOMBRE-VENDEDOR.
           MOVE w-subtotal-vend TO l-gan.
           MOVE w-subtotal-vta TO l-gan-vta.
           MOVE w-comision-monto TO l-com.
           MOVE w-tarifa-pct TO l-tarifa-pct.
           MOVE w-tarifa-origen TO l-tarifa-origen.
           MOVE l-nom-vend TO com-nombre.
           MOVE w-comision-monto TO com-importe.
           MOVE w-periodo-aaaamm TO com-periodo.
           MOVE w-tarifa-pct TO com-tarifa.
           WRITE com-det-reg.
           ADD 1 TO w-cant-interface.
           ADD w-comision-monto TO w-suma-interface.
           PERFORM 410-ESCRIBIR-FINAL.
           CLOSE CLIENVIP.
           CLOSE VENDOR.
           CLOSE VENTANA.
           IF w-suc-sel = ZERO
               CLOSE COMISIONES
           END-IF.
