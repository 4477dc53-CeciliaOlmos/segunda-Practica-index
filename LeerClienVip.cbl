                   ACCESS MODE IS RANDOM
                   RECORD KEY IS vend-codigo
           FILE STATUS IS w-fs-vendor.
           SELECT OPTIONAL VENTANA ASSIGN TO "..\vipventana.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS vta-codcli
           FILE STATUS IS w-fs-ventana.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  VENTANA.
       01  vta-reg.
           03 vta-codcli pic 9(6).
           03 vta-ganancia pic s9(10)V99.
           03 vta-vend pic 9(3).
           03 vta-sucursal pic 9(2).
           03 vta-fecha-act pic 9(8).
       FD  ERRORLOG.
       01  err-reg.
           03 err-fecha pic 9(8).
       01  w-abend-status pic xx.
       01  w-fs-clienvip pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-ventana pic xx.
        77  sen pic 9 value 0.
       01  lin-cabecera.
           03 filler pic x(15) value "CODIGO CLIENTE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "GANANCIA:".
           03 filler pic x(9) value spaces.
           03 filler pic x(8) value "VENTANA:".
           03 filler pic x(12) value spaces.
           03 filler pic x(10) value "NOMBRE:".
           03 filler pic x(1) value spaces.
           03 filler pic x(9) value "VENDEDOR:".
           03 l-cod pic zzzzzz value spaces.
           03 filler pic x(5) value spaces.
           03 l-gan pic -.zzz.zzz.zz9,99 value spaces.
           03 filler pic x(2) value spaces.
           03 l-vta pic -.zzz.zzz.zz9,99 value spaces.
           03 filler pic x(2) value spaces.
           03 l-nom pic x(30) value spaces.
           03 filler pic x(5) value spaces.
           03 l-vend pic zzz.
           03 st-vend pic zzz.
           03 filler pic x(5) value spaces.
           03 st-gan pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 st-vta pic -.zzz.zzz.zz9,99.
       01  lin-total-gral.
           03 filler pic x(13) value "TOTAL GENERAL".
           03 filler pic x(11) value spaces.
           03 tg-gan pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 tg-vta pic -.zzz.zzz.zz9,99.
       01  lin-pagina.
           03 filler pic x(6) value "FECHA:".
           03 p-fecha pic 9(8).
       01  w-primer-cliente pic x value "s".
       01  w-subtotal-vend pic s9(12)V99 value zero.
       01  w-total-general pic s9(12)V99 value zero.
       01  w-ventana-cliente pic s9(10)V99.
       01  w-subtotal-vta pic s9(12)V99 value zero.
       01  w-total-vta pic s9(12)V99 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-nro-pagina pic 9(4) value zero.
       01  w-lineas-pag pic 9(3) value zero.
                       PERFORM 350-IMPRIMIR-SUBTOTAL
                       MOVE cli-vend TO w-vend-ant
                       MOVE ZERO TO w-subtotal-vend
                       MOVE ZERO TO w-subtotal-vta
                   END-IF
                   PERFORM 300-PROCESO-LECTURA
               END-IF
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

       150-LISTAR-ENCABEZADO.
           ADD 1 TO w-nro-pagina.
       300-PROCESO-LECTURA.
           MOVE cli-codcli TO l-cod.
           MOVE cli-ganancia TO l-gan
           PERFORM 320-BUSCO-VENTANA
           MOVE w-ventana-cliente TO l-vta
           MOVE cli-nombre TO l-nom
           MOVE cli-vend TO l-vend
           PERFORM 310-BUSCO-NOMBRE-VENDEDOR
           DISPLAY lin-detalle.
           ADD cli-ganancia TO w-subtotal-vend.
           ADD cli-ganancia TO w-total-general.
           ADD w-ventana-cliente TO w-subtotal-vta.
           ADD w-ventana-cliente TO w-total-vta.
           ADD 1 TO w-lineas-pag.
           IF w-lineas-pag >= w-max-lineas
               PERFORM 150-LISTAR-ENCABEZADO
               NOT INVALID KEY
                   MOVE vend-nombre TO l-nom-vend.

      * ganancia de la ventana movil del cliente; sin registro en la
      * ventana no tuvo ventas en los ultimos meses
       320-BUSCO-VENTANA.
           MOVE cli-codcli TO vta-codcli.
           READ VENTANA INVALID KEY
               MOVE ZERO TO w-ventana-cliente
               NOT INVALID KEY
                   MOVE vta-ganancia TO w-ventana-cliente.

       350-IMPRIMIR-SUBTOTAL.
           MOVE w-vend-ant TO st-vend.
           MOVE w-subtotal-vend TO st-gan.
           MOVE w-subtotal-vta TO st-vta.
           DISPLAY lin-guarda.
           DISPLAY lin-subtotal.
           DISPLAY lin-guarda.

       400-FIN-LECTURA.
           MOVE w-total-general TO tg-gan.
           MOVE w-total-vta TO tg-vta.
           DISPLAY lin-total-gral.
           DISPLAY lin-guarda.
           CLOSE CLIENVIP.
           CLOSE VENDOR.
           CLOSE VENTANA.

       9900-ABEND-ARCHIVO.
           DISPLAY "ERROR DE ARCHIVO " w-abend-archivo
