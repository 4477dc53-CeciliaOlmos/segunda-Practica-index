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
           SELECT PLANCTAS ASSIGN TO "..\planctas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS pla-cuenta
           FILE STATUS IS w-fs-planctas.
           SELECT MAYOR ASSIGN TO "..\mayor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS may-llave
           FILE STATUS IS w-fs-mayor.
           SELECT BALSUMAS ASSIGN TO "..\balancesumas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-balsumas.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANCTAS.
       01  pla-reg.
           03 pla-cuenta pic x(6).
           03 pla-descrip pic x(30).
           03 pla-tipo pic x.
           03 pla-activa pic x.
       FD  MAYOR.
       01  may-reg.
           03 may-llave.
              05 may-cuenta pic x(6).
              05 may-periodo pic 9(6).
           03 may-debe pic s9(14)V99.
           03 may-haber pic s9(14)V99.
           03 may-fecha-ult pic 9(8).
       FD  BALSUMAS.
       01  bal-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "BALANCESUMAS".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-planctas pic xx.
       01  w-fs-mayor pic xx.
       01  w-fs-balsumas pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "BALANCESUMAS".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-pla pic 9 value zero.
           88 fin-pla value 1.
       01  w-flag-may pic 9.
       01  w-periodo pic 9(6).
       01  w-periodo-par REDEFINES w-periodo.
           03 w-periodo-anio pic 9(4).
           03 w-periodo-mes pic 9(2).
       01  w-periodo-desde pic 9(6).
       01  w-cta-debe pic s9(14)V99.
       01  w-cta-haber pic s9(14)V99.
       01  w-cta-saldo pic s9(14)V99.
       01  w-tot-debe pic s9(14)V99 value zero.
       01  w-tot-haber pic s9(14)V99 value zero.
       01  w-tot-deudor pic s9(14)V99 value zero.
       01  w-tot-acreedor pic s9(14)V99 value zero.
       01  w-cant-cuentas pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(40) value
              "BALANCE DE SUMAS Y SALDOS AL PERIODO    ".
           03 l-periodo pic 9(6).
       01  lin-cabecera.
           03 filler pic x(7) value "CUENTA:".
           03 filler pic x(1) value spaces.
           03 filler pic x(12) value "DESCRIPCION:".
           03 filler pic x(22) value spaces.
           03 filler pic x(11) value "SUMAS DEBE:".
           03 filler pic x(7) value spaces.
           03 filler pic x(12) value "SUMAS HABER:".
           03 filler pic x(6) value spaces.
           03 filler pic x(14) value "SALDO DEUDOR:".
           03 filler pic x(4) value spaces.
           03 filler pic x(16) value "SALDO ACREEDOR:".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-detalle.
           03 l-cuenta pic x(6).
           03 filler pic x(2) value spaces.
           03 l-descrip pic x(30).
           03 filler pic x(2) value spaces.
           03 l-debe pic -z.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-haber pic -z.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-deudor pic -z.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-acreedor pic -z.zzz.zzz.zz9,99.
       01  lin-control.
           03 filler pic x(40) value spaces.
           03 filler pic x(37) value
              "SUMAS DEBE = HABER Y SALDOS CUADRAN: ".
           03 l-cuadra pic x(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           DISPLAY "PERIODO DEL BALANCE (AAAAMM): ".
           ACCEPT w-periodo.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PLANCTAS.
           PERFORM UNTIL fin-pla
               PERFORM 300-PROCESO-CUENTA
               PERFORM 200-LEER-PLANCTAS
           END-PERFORM.
           PERFORM 800-TOTALES.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT PLANCTAS.
           IF w-fs-planctas NOT = "00"
              AND w-fs-planctas NOT = "05"
               MOVE "PLANCTAS" TO w-abend-archivo
               MOVE w-fs-planctas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT MAYOR.
           IF w-fs-mayor NOT = "00"
              AND w-fs-mayor NOT = "05"
               MOVE "MAYOR" TO w-abend-archivo
               MOVE w-fs-mayor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT BALSUMAS.
           IF w-fs-balsumas NOT = "00"
              AND w-fs-balsumas NOT = "05"
               MOVE "BALSUMAS" TO w-abend-archivo
               MOVE w-fs-balsumas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo TO l-periodo.
           MOVE lin-titulo TO bal-linea.
           WRITE bal-linea.
           MOVE lin-guarda TO bal-linea.
           WRITE bal-linea.
           MOVE lin-cabecera TO bal-linea.
           WRITE bal-linea.
           MOVE lin-guarda TO bal-linea.
           WRITE bal-linea.

       200-LEER-PLANCTAS.
           READ PLANCTAS NEXT AT END MOVE 1 TO w-flag-pla
               NOT AT END ADD 1 TO w-ctl-leidos.

      * las cuentas patrimoniales (A, P, N) acumulan desde el primer
      * periodo mayorizado; las de resultado (I, E) arrancan de cero
      * en enero de cada ejercicio
       300-PROCESO-CUENTA.
           IF pla-tipo = "I" OR pla-tipo = "E"
               COMPUTE w-periodo-desde = w-periodo-anio * 100 + 1
           ELSE
               MOVE ZEROES TO w-periodo-desde
           END-IF.
           MOVE ZERO TO w-cta-debe.
           MOVE ZERO TO w-cta-haber.
           MOVE pla-cuenta TO may-cuenta.
           MOVE w-periodo-desde TO may-periodo.
           MOVE ZERO TO w-flag-may.
           START MAYOR KEY IS >= may-llave
               INVALID KEY MOVE 1 TO w-flag-may
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 310-SUMAR-PERIODO
               UNTIL w-flag-may = 1.
           IF w-cta-debe NOT = ZERO OR w-cta-haber NOT = ZERO
               PERFORM 350-ESCRIBIR-CUENTA
           END-IF.

       310-SUMAR-PERIODO.
           READ MAYOR NEXT
               AT END MOVE 1 TO w-flag-may
               NOT AT END
                   IF may-cuenta = pla-cuenta
                      AND may-periodo NOT > w-periodo
                       ADD may-debe TO w-cta-debe
                       ADD may-haber TO w-cta-haber
                   ELSE
                       MOVE 1 TO w-flag-may
                   END-IF
           END-READ.

       350-ESCRIBIR-CUENTA.
           COMPUTE w-cta-saldo = w-cta-debe - w-cta-haber.
           MOVE pla-cuenta TO l-cuenta.
           MOVE pla-descrip TO l-descrip.
           MOVE w-cta-debe TO l-debe.
           MOVE w-cta-haber TO l-haber.
           IF w-cta-saldo > ZERO
               MOVE w-cta-saldo TO l-deudor
               MOVE ZERO TO l-acreedor
               ADD w-cta-saldo TO w-tot-deudor
           ELSE
               MOVE ZERO TO l-deudor
               COMPUTE l-acreedor = ZERO - w-cta-saldo
               SUBTRACT w-cta-saldo FROM w-tot-acreedor
           END-IF.
           MOVE lin-detalle TO bal-linea.
           WRITE bal-linea.
           ADD w-cta-debe TO w-tot-debe.
           ADD w-cta-haber TO w-tot-haber.
           ADD 1 TO w-cant-cuentas.
           ADD 1 TO w-ctl-escritos.

       800-TOTALES.
           MOVE lin-guarda TO bal-linea.
           WRITE bal-linea.
           MOVE SPACES TO l-cuenta.
           MOVE "TOTALES" TO l-descrip.
           MOVE w-tot-debe TO l-debe.
           MOVE w-tot-haber TO l-haber.
           MOVE w-tot-deudor TO l-deudor.
           MOVE w-tot-acreedor TO l-acreedor.
           MOVE lin-detalle TO bal-linea.
           WRITE bal-linea.
           DISPLAY lin-detalle.
           IF w-tot-debe = w-tot-haber
              AND w-tot-deudor = w-tot-acreedor
               MOVE "SI" TO l-cuadra
           ELSE
               MOVE "NO" TO l-cuadra
           END-IF.
           MOVE lin-control TO bal-linea.
           WRITE bal-linea.
           DISPLAY "CUENTAS CON MOVIMIENTO: " w-cant-cuentas.
           IF l-cuadra = "NO"
               DISPLAY "EL BALANCE NO CUADRA - REVISAR ASISUSPENSO.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       400-FIN.
           CLOSE PLANCTAS.
           CLOSE MAYOR.
           CLOSE BALSUMAS.

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
