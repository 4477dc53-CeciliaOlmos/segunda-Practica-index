                   RECORD KEY IS cli-codcli
                   ALTERNATE RECORD KEY IS cli-vend WITH DUPLICATES
           FILE STATUS IS w-fs-clienvip.
           SELECT VTAPAR ASSIGN TO w-arch-vtapar
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS vtp-codcli
           FILE STATUS IS w-fs-vtapar.
           SELECT VENTANA ASSIGN TO "..\vipventana.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vta-codcli
           FILE STATUS IS w-fs-ventana.
           SELECT PARTECTL ASSIGN TO "..\partectl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-partectl.
           03 par-estado pic x.
           03 par-moneda pic x(3).
           03 par-cambio pic 9(5)V9(4).
           03 par-vencimiento pic 9(8).
       FD  CTACTE.
       01  cta-reg.
           03 cta-factura pic 9(12).
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  VIPPAR.
       01  vip-reg.
           03 vip-codcli pic 9(6).
           03 cli-vend pic 9(3).
           03 cli-exento pic x.
           03 cli-sucursal pic 9(2).
       FD  VTAPAR.
       01  vtp-reg.
           03 vtp-codcli pic 9(6).
           03 vtp-ganancia pic s9(10)V99.
           03 vtp-vend pic 9(3).
           03 vtp-sucursal pic 9(2).
           03 vtp-fecha-act pic 9(8).
       FD  VENTANA.
       01  vta-reg.
           03 vta-codcli pic 9(6).
           03 vta-ganancia pic s9(10)V99.
           03 vta-vend pic 9(3).
           03 vta-sucursal pic 9(2).
           03 vta-fecha-act pic 9(8).
       FD  PARTECTL.
       01  ptc-reg.
           03 ptc-feed-id pic x(10).
       01  w-fs-ctacte pic xx.
       01  w-fs-vippar pic xx.
       01  w-fs-clienvip pic xx.
       01  w-fs-vtapar pic xx.
       01  w-fs-ventana pic xx.
       01  w-fs-partectl pic xx.
       01  w-freg-status pic xx.
       01  w-runctl-status pic xx.
       01  w-arch-runctl pic x(40).
       01  w-arch-ctapar pic x(40).
       01  w-arch-vippar pic x(40).
       01  w-arch-vtapar pic x(40).
       01  w-fecha-hoy pic 9(8).
       01  w-flag-ent pic 9.
       01  w-flag-rpar pic 9.
       01  w-flag-par pic 9.
       01  w-flag-vip pic 9.
       01  w-flag-cli pic 9.
       01  w-flag-vtp pic 9.
       01  w-cant-tajadas pic 9 value zero.
       01  w-cant-original pic 9(6) value zero.
       01  w-feed-id pic x(10).
       01  w-verificacion-ok pic x value "s".
       01  w-cant-cta-aplicadas pic 9(6) value zero.
       01  w-cant-vip-aplicados pic 9(5) value zero.
       01  w-cant-vta-aplicadas pic 9(6) value zero.
       01  w-baja-cant pic 9(3).
       01  w-baja-lista.
           03 w-baja-codcli OCCURS 999 TIMES pic 9(6).
                       UNTIL w-archivo-nro > 3
                   PERFORM 500-FUSIONAR-CTACTE
                   PERFORM 600-FUSIONAR-CLIENVIP
                   PERFORM 670-FUSIONAR-VENTANA
                   PERFORM 700-REGISTRAR-FEED
                   PERFORM 800-INFORMAR-RESULTADO
               ELSE
                   END-IF
           END-READ.

      * la ganancia de la ventana movil: el recalculo solo suma sobre
      * los clientes de los vendedores de su tajada y nunca borra, asi
      * que se aplica al maestro cada registro de la copia que caiga
      * en el rango de vendedor de la tajada
       670-FUSIONAR-VENTANA.
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
           PERFORM 680-FUSIONAR-VENTANA-TAJADA
               VARYING w-tajada FROM 1 BY 1
               UNTIL w-tajada > w-cant-tajadas.
           CLOSE VENTANA.
           DISPLAY "CLIENTES DE LA VENTANA APLICADOS AL MAESTRO: "
                   w-cant-vta-aplicadas.

       680-FUSIONAR-VENTANA-TAJADA.
           COMPUTE w-resto-tajada = w-tajada - 1.
           MOVE SPACES TO w-arch-vtapar.
           STRING "..\par" DELIMITED BY SIZE
                  w-tajada DELIMITED BY SIZE
                  "\vipventana.dat" DELIMITED BY SIZE
               INTO w-arch-vtapar.
           MOVE ZERO TO w-flag-vtp.
           OPEN INPUT VTAPAR.
           IF w-fs-vtapar NOT = "00"
              AND w-fs-vtapar NOT = "05"
               DISPLAY "SIN VENTANA DE LA TAJADA " w-tajada
           ELSE
               PERFORM 690-APLICAR-UN-CLIENTE-VENTANA
                   UNTIL w-flag-vtp = 1
               CLOSE VTAPAR
           END-IF.

       690-APLICAR-UN-CLIENTE-VENTANA.
           READ VTAPAR NEXT
               AT END MOVE 1 TO w-flag-vtp
               NOT AT END
                   DIVIDE vtp-vend BY w-cant-tajadas
                       GIVING w-cociente REMAINDER w-resto
                   IF w-resto = w-resto-tajada
                       MOVE vtp-codcli TO vta-codcli
                       READ VENTANA
                           INVALID KEY
                               MOVE vtp-reg TO vta-reg
                               WRITE vta-reg
                               ADD 1 TO w-cant-vta-aplicadas
                           NOT INVALID KEY
                               IF vta-reg NOT = vtp-reg
                                   MOVE vtp-reg TO vta-reg
                                   REWRITE vta-reg
                                   ADD 1 TO w-cant-vta-aplicadas
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * el feed original queda registrado en el maestro de feeds:
      * las tajadas lo anotaron en sus copias y sin este registro el
      * control de doble proceso del recalculo no frenaria una
