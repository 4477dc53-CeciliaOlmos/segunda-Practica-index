           record KEY is cte-codigo
           FILE STATUS IS w-fs-cliente.

           SELECT OPTIONAL VENTANA ASSIGN TO "..\vipventana.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is RANDOM
           record KEY is vta-codcli
           FILE STATUS IS w-fs-ventana.

           SELECT NOT-WORK ASSIGN TO "nottmp.tmp".

           SELECT NOTIFICACIONES ASSIGN TO "..\notificaciones.txt"
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  CLIENVIP.
       01  cli-reg.
           03 cli-codcli pic 9(6).
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
       FD  VENTANA.
       01  vta-reg.
           03 vta-codcli pic 9(6).
           03 vta-ganancia pic s9(10)V99.
           03 vta-vend pic 9(3).
           03 vta-sucursal pic 9(2).
           03 vta-fecha-act pic 9(8).
       SD  NOT-WORK.
       01  not-rec.
           03 not-vend pic 9(3).
       01  w-fs-clienvip pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-notificaciones pic xx.
       01  w-fs-ventana pic xx.
       01  w-flag-hist pic 9 value zero.
           88 fin-hist value 1.
       01  w-flag-sort pic 9 value zero.
           03 l-nom-cli pic x(30).
           03 filler pic x(1) value spaces.
           03 l-gan pic -.zzz.zzz.zz9,99.
       01  lin-ganancias.
           03 filler pic x(16) value spaces.
           03 filler pic x(11) value "HISTORICA: ".
           03 l-gan-vida pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 filler pic x(17) value "ULTIMOS MESES:   ".
           03 l-gan-vta pic -.zzz.zzz.zz9,99.
       01  lin-fecha.
           03 filler pic x(19) value "FECHA DE VIGENCIA: ".
           03 l-fecha pic 9999/99/99.
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENTANA.
           IF w-fs-ventana NOT = "00"
              AND w-fs-ventana NOT = "05"
               MOVE "VENTANA" TO w-abend-archivo
               MOVE w-fs-ventana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT NOTIFICACIONES.
           IF w-fs-notificaciones NOT = "00"
              AND w-fs-notificaciones NOT = "05"
           END-IF.
           MOVE w-cant-notas TO w-ctl-escritos.
           DISPLAY "NOTIFICACIONES EMITIDAS: " w-cant-notas.
           CLOSE VENDOR CLIENVIP CLIENTE VENTANA.
           CLOSE NOTIFICACIONES.

       510-RETURN-SORT.
           MOVE not-ganancia TO l-gan.
           MOVE lin-detalle TO not-linea.
           WRITE not-linea.
           PERFORM 570-BUSCO-GANANCIAS.
           MOVE lin-ganancias TO not-linea.
           WRITE not-linea.
           MOVE not-fecha TO l-fecha.
           MOVE lin-fecha TO not-linea.
           WRITE not-linea.
                   MOVE cte-nombre TO w-nombre-cliente
           END-READ.

      * la historica es la acumulada del padron (la del evento si el
      * cliente ya no esta); la de los ultimos meses es la de la
      * ventana movil con la que se decide el lugar en el padron
       570-BUSCO-GANANCIAS.
           MOVE not-ganancia TO l-gan-vida.
           MOVE not-codcli TO cli-codcli.
           READ CLIENVIP
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE cli-ganancia TO l-gan-vida
           END-READ.
           MOVE not-codcli TO vta-codcli.
           READ VENTANA
               INVALID KEY
                   MOVE ZERO TO l-gan-vta
               NOT INVALID KEY
                   MOVE vta-ganancia TO l-gan-vta
           END-READ.

       600-CERRAR-CARTA.
           MOVE SPACES TO not-linea.
           STRING "SALUDOS CORDIALES - ADMINISTRACION DE VENTAS"
