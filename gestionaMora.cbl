                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.

           SELECT OPTIONAL DEBITO ASSIGN TO "..\debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS dbt-factura
                   ALTERNATE RECORD KEY IS dbt-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-debito.

           SELECT MOR-WORK ASSIGN TO "mortmp.tmp".

           SELECT CARTASMORA ASSIGN TO "..\cartasmora.txt"
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
       FD  MORA.
       01  mora-reg.
           03 mora-factura pic 9(12).
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
       FD  DEBITO.
       01  dbt-reg.
           03 dbt-factura pic 9(12).
           03 dbt-cliente pic 9(6).
           03 dbt-importe pic 9(10)V99.
           03 dbt-fecha-pres pic 9(8).
           03 dbt-fecha-debito pic 9(8).
           03 dbt-estado pic x.
           03 dbt-motivo pic x(3).
           03 dbt-fecha-resp pic 9(8).
       SD  MOR-WORK.
       01  mor-rec.
           03 mor-cliente pic 9(6).
           03 mor-nivel pic 9.
           03 mor-dias pic s9(5).
           03 mor-saldo pic s9(10)V99.
           03 mor-deb-motivo pic x(3).
       FD  CARTASMORA.
       01  carta-linea pic x(80).
       FD  MORALISTA.
       01  lista-linea pic x(110).
       FD  RUNCTL.
       01  run-reg.
           03 run-programa pic x(15).
       01  w-fs-ctacte pic xx.
       01  w-fs-mora pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-debito pic xx.
       01  w-fs-cartasmora pic xx.
       01  w-fs-moralista pic xx.
       01  w-runctl-status pic xx.
       01  w-cli-ant pic 9(6).
       01  w-primer-cli pic x value "s".
       01  w-cant-cambios pic 9(5) value zero.
       01  w-hay-debitos pic x value "n".
       01  w-deb-motivo pic x(3).
       01  lin-debito.
           03 filler pic x(48) value
              "SU DEBITO AUTOMATICO FUE RECHAZADO POR EL BANCO ".
           03 filler pic x(8) value "MOTIVO: ".
           03 l-deb-motivo pic x(3).
       01  lin-guarda.
           03 filler pic x(80) value all "=".
       01  lin-cliente.
           03 filler pic x(10) value "DIAS MORA:".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "SALDO:".
           03 filler pic x(14) value spaces.
           03 filler pic x(7) value "DEBITO:".
       01  lin-lista-guarda.
           03 filler pic x(110) value all "-".
       01  lin-lista-det.
           03 ll-cli pic 9(6).
           03 filler pic x(6) value spaces.
           03 ll-dias pic -zzzz9.
           03 filler pic x(6) value spaces.
           03 ll-saldo pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 ll-debito pic x(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 110-ABRIR-MORA.
           OPEN INPUT DEBITO.
           IF w-fs-debito = "00"
               MOVE "s" TO w-hay-debitos
           ELSE
               IF w-fs-debito NOT = "05"
                   MOVE "DEBITO" TO w-abend-archivo
                   MOVE w-fs-debito TO w-abend-status
                   PERFORM 9900-ABEND-ARCHIVO
               END-IF
           END-IF.
           PERFORM 200-LEER-CTACTE.
           PERFORM UNTIL fin-cta
               PERFORM 300-PROCESO-CUENTA
           END-PERFORM.
           CLOSE CTACTE.
           CLOSE MORA.
           CLOSE DEBITO.

       110-ABRIR-MORA.
           OPEN I-O MORA.
               PERFORM 350-RESETEAR-FACTURA
           END-IF.

      * la mora se cuenta desde el vencimiento segun la condicion de
      * pago del cliente; una cuenta sin vencimiento grabado (anterior
      * a la conversion) sigue contando desde la fecha de factura
       310-ESCALAR-FACTURA.
           IF cta-vencimiento > ZERO
               COMPUTE w-dias-factura =
                   FUNCTION INTEGER-OF-DATE(cta-vencimiento)
           ELSE
               COMPUTE w-dias-factura =
                   FUNCTION INTEGER-OF-DATE(cta-fecha)
           END-IF.
           COMPUTE w-dias-mora = w-dias-hoy - w-dias-factura.
           COMPUTE w-saldo = cta-total - cta-cobrado.
           PERFORM 320-DETERMINAR-NIVEL.
           PERFORM 325-VERIFICAR-DEBITO.
           IF w-nivel-objetivo > ZERO AND w-saldo > ZERO
               PERFORM 330-AVANZAR-NIVEL
           END-IF.
                   MOVE ZERO TO w-nivel-objetivo
           END-EVALUATE.

      * un debito automatico que el banco rechazo pone la factura en
      * el primer aviso aunque todavia no tenga atraso; la lista y la
      * carta muestran el motivo que informo el banco
       325-VERIFICAR-DEBITO.
           MOVE SPACES TO w-deb-motivo.
           IF w-hay-debitos = "s"
               MOVE cta-factura TO dbt-factura
               READ DEBITO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF dbt-estado = "R"
                           MOVE dbt-motivo TO w-deb-motivo
                           IF w-nivel-objetivo = ZERO
                               MOVE 1 TO w-nivel-objetivo
                           END-IF
                       END-IF
               END-READ
           END-IF.

       330-AVANZAR-NIVEL.
           MOVE cta-factura TO mora-factura.
           READ MORA
           MOVE w-nivel-objetivo TO mor-nivel.
           MOVE w-dias-mora TO mor-dias.
           MOVE w-saldo TO mor-saldo.
           MOVE w-deb-motivo TO mor-deb-motivo.
           RELEASE mor-rec.

      * la factura dejo de estar abierta (cobrada o castigada): el
           MOVE mor-dias TO l-dias.
           MOVE lin-factura TO carta-linea.
           WRITE carta-linea.
           IF mor-deb-motivo NOT = SPACES
               MOVE mor-deb-motivo TO l-deb-motivo
               MOVE lin-debito TO carta-linea
               WRITE carta-linea
           END-IF.
           MOVE SPACES TO carta-linea.
           WRITE carta-linea.

           MOVE mor-nivel TO ll-nivel.
           MOVE mor-dias TO ll-dias.
           MOVE mor-saldo TO ll-saldo.
           IF mor-deb-motivo NOT = SPACES
               MOVE "RECHAZADO" TO ll-debito
               MOVE mor-deb-motivo TO ll-debito(11:3)
           ELSE
               MOVE SPACES TO ll-debito
           END-IF.
           MOVE lin-lista-det TO lista-linea.
           WRITE lista-linea.
           ADD 1 TO w-cant-cambios.
