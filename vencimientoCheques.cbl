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
           SELECT CHEQUES ASSIGN TO "..\cheques.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS chq-llave
           FILE STATUS IS w-fs-cheques.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT VCH-WORK ASSIGN TO "vchtmp.tmp".
           SELECT VENCHEQUES ASSIGN TO "..\vencheques.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-vencheques.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUES.
       01  chq-reg.
           03 chq-llave.
              05 chq-banco pic x(4).
              05 chq-numero pic x(10).
           03 chq-cliente pic 9(6).
           03 chq-importe pic 9(10)V99.
           03 chq-fecha-recep pic 9(8).
           03 chq-fecha-cobro pic 9(8).
           03 chq-estado pic x.
           03 chq-fecha-estado pic 9(8).
           03 chq-proveedor pic 9(4).
           03 chq-anticipo pic 9(10)V99.
           03 chq-nota-debito pic 9(12).
       FD  CLIENTE.
       01  cte-reg.
           03 cte-codigo pic 9(6).
           03 cte-nombre pic x(30).
           03 cte-direccion pic x(30).
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
       SD  VCH-WORK.
       01  vch-rec.
           03 vch-semana pic 9(8).
           03 vch-fecha-cobro pic 9(8).
           03 vch-banco pic x(4).
           03 vch-numero pic x(10).
           03 vch-cliente pic 9(6).
           03 vch-estado pic x.
           03 vch-importe pic 9(10)V99.
       FD  VENCHEQUES.
       01  vch-linea pic x(120).
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
       01  w-abend-programa pic x(15) value "VENCIMIENTOCHQ".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-cheques pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-vencheques pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "VENCIMIENTOCHQ".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-chq pic 9 value zero.
           88 fin-chq value 1.
       01  w-flag-sort pic 9 value zero.
           88 fin-sort value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-dias-cobro pic 9(8).
       01  w-dias-semana pic 9(8).
       01  w-cociente pic 9(8).
       01  w-resto-semana pic 9.
       01  w-semana-ant pic 9(8).
       01  w-primer-grupo pic x value "s".
       01  w-sem-importe pic 9(12)V99 value zero.
       01  w-sem-cantidad pic 9(6) value zero.
       01  w-tot-importe pic 9(12)V99 value zero.
       01  w-tot-cantidad pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(40) value
              "VENCIMIENTOS DE CHEQUES EN CARTERA AL ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-cabecera.
           03 filler pic x(12) value "COBRO".
           03 filler pic x(6) value "BANCO".
           03 filler pic x(12) value "NUMERO".
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(4) value "EST".
           03 filler pic x(17) value "         IMPORTE".
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-semana.
           03 filler pic x(18) value "SEMANA DEL LUNES ".
           03 l-semana pic 9999/99/99.
       01  lin-detalle.
           03 l-fecha-cobro pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-banco pic x(4).
           03 filler pic x(2) value spaces.
           03 l-numero pic x(10).
           03 filler pic x(2) value spaces.
           03 l-cliente pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-estado pic x.
           03 filler pic x(2) value spaces.
           03 l-importe pic -.zzz.zzz.zz9,99.
       01  lin-subtotal.
           03 filler pic x(18) value "TOTAL DE LA SEMANA".
           03 filler pic x(2) value spaces.
           03 st-cantidad pic zzzzz9.
           03 filler pic x(9) value " CHEQUES".
           03 filler pic x(44) value spaces.
           03 st-importe pic -.zzz.zzz.zzz.zz9,99.
       01  lin-total-gral.
           03 filler pic x(18) value "TOTAL EN CARTERA".
           03 filler pic x(2) value spaces.
           03 tg-cantidad pic zzzzz9.
           03 filler pic x(9) value " CHEQUES".
           03 filler pic x(44) value spaces.
           03 tg-importe pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           SORT VCH-WORK
               ON ASCENDING KEY vch-semana vch-fecha-cobro
                                vch-banco vch-numero
               INPUT PROCEDURE IS 100-GENERAR-CLAVES
               OUTPUT PROCEDURE IS 900-LISTAR-VENCIMIENTOS.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-GENERAR-CLAVES.
           OPEN INPUT CHEQUES.
           IF w-fs-cheques NOT = "00"
              AND w-fs-cheques NOT = "05"
               MOVE "CHEQUES" TO w-abend-archivo
               MOVE w-fs-cheques TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 200-LEER-CHEQUES.
           PERFORM UNTIL fin-chq
               PERFORM 300-PROCESO-CHEQUE
               PERFORM 200-LEER-CHEQUES
           END-PERFORM.
           CLOSE CHEQUES.

       200-LEER-CHEQUES.
           READ CHEQUES NEXT AT END MOVE 1 TO w-flag-chq
               NOT AT END ADD 1 TO w-ctl-leidos.

      * entra lo que todavia se espera cobrar: cheques en cartera y
      * depositados sin acreditar. los endosados ya no son fondos
      * propios y los acreditados o rechazados estan cerrados
       300-PROCESO-CHEQUE.
           IF chq-estado = "R" OR chq-estado = "D"
               PERFORM 310-CALCULAR-SEMANA
               MOVE chq-fecha-cobro TO vch-fecha-cobro
               MOVE chq-banco TO vch-banco
               MOVE chq-numero TO vch-numero
               MOVE chq-cliente TO vch-cliente
               MOVE chq-estado TO vch-estado
               MOVE chq-importe TO vch-importe
               RELEASE vch-rec
           END-IF.

      * el dia 1 de INTEGER-OF-DATE (01/01/1601) fue lunes, asi que el
      * resto de (dia - 1) / 7 es la cantidad de dias desde el lunes
       310-CALCULAR-SEMANA.
           COMPUTE w-dias-cobro =
               FUNCTION INTEGER-OF-DATE(chq-fecha-cobro).
           SUBTRACT 1 FROM w-dias-cobro GIVING w-dias-semana.
           DIVIDE w-dias-semana BY 7 GIVING w-cociente
               REMAINDER w-resto-semana.
           SUBTRACT w-resto-semana FROM w-dias-cobro
               GIVING w-dias-semana.
           COMPUTE vch-semana =
               FUNCTION DATE-OF-INTEGER(w-dias-semana).

       900-LISTAR-VENCIMIENTOS.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT VENCHEQUES.
           IF w-fs-vencheques NOT = "00"
              AND w-fs-vencheques NOT = "05"
               MOVE "VENCHEQUES" TO w-abend-archivo
               MOVE w-fs-vencheques TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 905-ESCRIBIR-ENCABEZADO.
           PERFORM 910-RETURN-SORT.
           PERFORM UNTIL fin-sort
               PERFORM 920-PROCESO-CHEQUE
               PERFORM 910-RETURN-SORT
           END-PERFORM.
           IF w-primer-grupo = "n"
               PERFORM 950-IMPRIMIR-SUBTOTAL
           END-IF.
           PERFORM 960-IMPRIMIR-TOTAL-GRAL.
           CLOSE CLIENTE.
           CLOSE VENCHEQUES.

       905-ESCRIBIR-ENCABEZADO.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO vch-linea.
           WRITE vch-linea.
           MOVE lin-guarda TO vch-linea.
           WRITE vch-linea.
           MOVE lin-cabecera TO vch-linea.
           WRITE vch-linea.
           MOVE lin-guarda TO vch-linea.
           WRITE vch-linea.

       910-RETURN-SORT.
           RETURN VCH-WORK AT END MOVE 1 TO w-flag-sort.

       920-PROCESO-CHEQUE.
           IF w-primer-grupo = "s"
               MOVE vch-semana TO w-semana-ant
               MOVE "n" TO w-primer-grupo
               PERFORM 930-IMPRIMIR-SEMANA
           END-IF.
           IF vch-semana NOT = w-semana-ant
               PERFORM 950-IMPRIMIR-SUBTOTAL
               MOVE vch-semana TO w-semana-ant
               PERFORM 930-IMPRIMIR-SEMANA
           END-IF.
           PERFORM 940-IMPRIMIR-DETALLE.

       930-IMPRIMIR-SEMANA.
           MOVE w-semana-ant TO l-semana.
           MOVE lin-semana TO vch-linea.
           WRITE vch-linea.

       940-IMPRIMIR-DETALLE.
           MOVE vch-fecha-cobro TO l-fecha-cobro.
           MOVE vch-banco TO l-banco.
           MOVE vch-numero TO l-numero.
           MOVE vch-cliente TO l-cliente.
           MOVE vch-cliente TO cte-codigo.
           READ CLIENTE INVALID KEY
               MOVE "--CLIENTE DESCONOCIDO--" TO l-nombre
               NOT INVALID KEY
                   MOVE cte-nombre TO l-nombre.
           MOVE vch-estado TO l-estado.
           MOVE vch-importe TO l-importe.
           MOVE lin-detalle TO vch-linea.
           WRITE vch-linea.
           ADD 1 TO w-ctl-escritos.
           ADD 1 TO w-sem-cantidad.
           ADD vch-importe TO w-sem-importe.

       950-IMPRIMIR-SUBTOTAL.
           MOVE w-sem-cantidad TO st-cantidad.
           MOVE w-sem-importe TO st-importe.
           DISPLAY lin-subtotal.
           MOVE lin-subtotal TO vch-linea.
           WRITE vch-linea.
           MOVE lin-guarda TO vch-linea.
           WRITE vch-linea.
           ADD w-sem-cantidad TO w-tot-cantidad.
           ADD w-sem-importe TO w-tot-importe.
           MOVE ZERO TO w-sem-cantidad w-sem-importe.

       960-IMPRIMIR-TOTAL-GRAL.
           MOVE w-tot-cantidad TO tg-cantidad.
           MOVE w-tot-importe TO tg-importe.
           DISPLAY lin-total-gral.
           MOVE lin-total-gral TO vch-linea.
           WRITE vch-linea.

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
