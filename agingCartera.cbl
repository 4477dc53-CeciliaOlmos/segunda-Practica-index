           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       SD  AGE-WORK.
       01  age-rec.
           03 age-vend pic 9(3).
           03 age-fecha pic 9(8).
           03 age-saldo pic s9(10)V99.
       FD  AGING.
       01  age-linea pic x(140).
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
       01  w-vend-ant pic 9(3).
       01  w-cli-ant pic 9(6).
       01  w-primer-grupo pic x value "s".
       01  w-cli-avencer pic s9(10)V99 value zero.
       01  w-cli-b30 pic s9(10)V99 value zero.
       01  w-cli-b60 pic s9(10)V99 value zero.
       01  w-cli-b90 pic s9(10)V99 value zero.
       01  w-cli-bmas pic s9(10)V99 value zero.
       01  w-ven-avencer pic s9(12)V99 value zero.
       01  w-ven-b30 pic s9(12)V99 value zero.
       01  w-ven-b60 pic s9(12)V99 value zero.
       01  w-ven-b90 pic s9(12)V99 value zero.
       01  w-ven-bmas pic s9(12)V99 value zero.
       01  w-tot-avencer pic s9(12)V99 value zero.
       01  w-tot-b30 pic s9(12)V99 value zero.
       01  w-tot-b60 pic s9(12)V99 value zero.
       01  w-tot-b90 pic s9(12)V99 value zero.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "CLIENTE:".
           03 filler pic x(6) value spaces.
           03 filler pic x(10) value "A VENCER:".
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "HASTA 30:".
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "HASTA 60:".
           03 filler pic x(4) value spaces.
           03 filler pic x(11) value "MAS DE 90:".
       01  lin-guarda.
           03 filler pic x(120) value all "-".
       01  lin-detalle.
           03 l-vend pic zzz.
           03 filler pic x(7) value spaces.
           03 l-cli pic zzzzzz.
           03 filler pic x(3) value spaces.
           03 l-avencer pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-b30 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-b60 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 st-nom pic x(30).
           03 filler pic x(1) value spaces.
           03 st-avencer pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 st-b30 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 st-b60 pic -.zzz.zzz.zz9,99.
       01  lin-total-gral.
           03 filler pic x(23) value "TOTAL GENERAL CARTERA".
           03 filler pic x(31) value spaces.
           03 tg-avencer pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 tg-b30 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 tg-b60 pic -.zzz.zzz.zz9,99.
               IF w-saldo NOT = ZERO
                   MOVE cta-vend TO age-vend
                   MOVE cta-cliente TO age-cliente
                   IF cta-vencimiento > ZERO
                       MOVE cta-vencimiento TO age-fecha
                   ELSE
                       MOVE cta-fecha TO age-fecha
                   END-IF
                   MOVE w-saldo TO age-saldo
                   RELEASE age-rec
               END-IF
           END-IF.
           PERFORM 930-ACUMULAR-BUCKET.

      * los tramos se miden en dias vencidos desde el vencimiento de
      * cada factura; lo que todavia no vencio va a la columna a vencer
       930-ACUMULAR-BUCKET.
           COMPUTE w-dias-factura =
               FUNCTION INTEGER-OF-DATE(age-fecha).
           COMPUTE w-dias-mora = w-dias-hoy - w-dias-factura.
           EVALUATE TRUE
               WHEN w-dias-mora <= 0
                   ADD age-saldo TO w-cli-avencer
               WHEN w-dias-mora <= 30
                   ADD age-saldo TO w-cli-b30
               WHEN w-dias-mora <= 60
           ADD 1 TO w-ctl-escritos.
           MOVE w-vend-ant TO l-vend.
           MOVE w-cli-ant TO l-cli.
           MOVE w-cli-avencer TO l-avencer.
           MOVE w-cli-b30 TO l-b30.
           MOVE w-cli-b60 TO l-b60.
           MOVE w-cli-b90 TO l-b90.
           DISPLAY lin-detalle.
           MOVE lin-detalle TO age-linea.
           WRITE age-linea.
           ADD w-cli-avencer TO w-ven-avencer.
           ADD w-cli-b30 TO w-ven-b30.
           ADD w-cli-b60 TO w-ven-b60.
           ADD w-cli-b90 TO w-ven-b90.
           ADD w-cli-bmas TO w-ven-bmas.
           MOVE ZERO TO w-cli-avencer.
           MOVE ZERO TO w-cli-b30 w-cli-b60 w-cli-b90 w-cli-bmas.

       950-IMPRIMIR-SUBTOTAL.
           MOVE w-vend-ant TO st-vend.
           PERFORM 955-BUSCO-NOMBRE-VENDEDOR.
           MOVE w-ven-avencer TO st-avencer.
           MOVE w-ven-b30 TO st-b30.
           MOVE w-ven-b60 TO st-b60.
           MOVE w-ven-b90 TO st-b90.
           WRITE age-linea.
           MOVE lin-guarda TO age-linea.
           WRITE age-linea.
           ADD w-ven-avencer TO w-tot-avencer.
           ADD w-ven-b30 TO w-tot-b30.
           ADD w-ven-b60 TO w-tot-b60.
           ADD w-ven-b90 TO w-tot-b90.
           ADD w-ven-bmas TO w-tot-bmas.
           MOVE ZERO TO w-ven-avencer.
           MOVE ZERO TO w-ven-b30 w-ven-b60 w-ven-b90 w-ven-bmas.

       955-BUSCO-NOMBRE-VENDEDOR.
                   MOVE vend-nombre TO st-nom.

       960-IMPRIMIR-TOTAL-GRAL.
           MOVE w-tot-avencer TO tg-avencer.
           MOVE w-tot-b30 TO tg-b30.
           MOVE w-tot-b60 TO tg-b60.
           MOVE w-tot-b90 TO tg-b90.
