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
           SELECT CTAPROV ASSIGN TO "..\ctaprov.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS cpv-llave
           FILE STATUS IS w-fs-ctaprov.
           SELECT AGINGPROV ASSIGN TO "..\agingprov.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-agingprov.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAPROV.
       01  cpv-reg.
           03 cpv-llave.
              05 cpv-proveedor pic 9(4).
              05 cpv-comprobante pic x(12).
           03 cpv-nombre pic x(30).
           03 cpv-fecha pic 9(8).
           03 cpv-vencimiento pic 9(8).
           03 cpv-neto pic s9(10)V99.
           03 cpv-iva pic s9(10)V99.
           03 cpv-total pic s9(10)V99.
           03 cpv-pagado pic s9(10)V99.
           03 cpv-estado pic x.
       FD  AGINGPROV.
       01  agp-linea pic x(140).
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
       01  w-abend-programa pic x(15) value "AGINGPROVEEDOR".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-ctaprov pic xx.
       01  w-fs-agingprov pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "AGINGPROVEEDOR".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-cpv pic 9 value zero.
           88 fin-cpv value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-dias-hoy pic 9(8).
       01  w-dias-venc pic 9(8).
       01  w-dias-mora pic s9(5).
       01  w-saldo pic s9(10)V99.
       01  w-prov-ant pic 9(4).
       01  w-nom-ant pic x(30).
       01  w-primer-grupo pic x value "s".
       01  w-prv-avencer pic s9(12)V99 value zero.
       01  w-prv-b30 pic s9(12)V99 value zero.
       01  w-prv-b60 pic s9(12)V99 value zero.
       01  w-prv-b90 pic s9(12)V99 value zero.
       01  w-prv-bmas pic s9(12)V99 value zero.
       01  w-tot-avencer pic s9(12)V99 value zero.
       01  w-tot-b30 pic s9(12)V99 value zero.
       01  w-tot-b60 pic s9(12)V99 value zero.
       01  w-tot-b90 pic s9(12)V99 value zero.
       01  w-tot-bmas pic s9(12)V99 value zero.
       01  lin-titulo.
           03 filler pic x(40) value
              "ANTIGUEDAD DE SALDOS A PROVEEDORES AL ".
           03 l-fecha pic 9999/99/99.
       01  lin-cabecera.
           03 filler pic x(11) value "PROVEEDOR:".
           03 filler pic x(30) value spaces.
           03 filler pic x(10) value "A VENCER:".
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "HASTA 30:".
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "HASTA 60:".
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "HASTA 90:".
           03 filler pic x(4) value spaces.
           03 filler pic x(11) value "MAS DE 90:".
       01  lin-guarda.
           03 filler pic x(126) value all "-".
       01  lin-detalle.
           03 l-prov pic zzz9.
           03 filler pic x(1) value spaces.
           03 l-nom pic x(30).
           03 filler pic x(1) value spaces.
           03 l-avencer pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-b30 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-b60 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-b90 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-bmas pic -.zzz.zzz.zz9,99.
       01  lin-total-gral.
           03 filler pic x(36) value "TOTAL GENERAL PROVEEDORES".
           03 tg-avencer pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 tg-b30 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 tg-b60 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 tg-b90 pic -.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 tg-bmas pic -.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-dias-hoy =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           PERFORM 100-INICIO.
           PERFORM 200-LEER-CTAPROV.
           PERFORM UNTIL fin-cpv
               PERFORM 300-PROCESO-COMPROBANTE
               PERFORM 200-LEER-CTAPROV
           END-PERFORM.
           IF w-primer-grupo = "n"
               PERFORM 340-IMPRIMIR-PROVEEDOR
           END-IF.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT CTAPROV.
           IF w-fs-ctaprov NOT = "00"
              AND w-fs-ctaprov NOT = "05"
               MOVE "CTAPROV" TO w-abend-archivo
               MOVE w-fs-ctaprov TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT AGINGPROV.
           IF w-fs-agingprov NOT = "00"
              AND w-fs-agingprov NOT = "05"
               MOVE "AGINGPROV" TO w-abend-archivo
               MOVE w-fs-agingprov TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-fecha-hoy TO l-fecha.
           MOVE lin-titulo TO agp-linea.
           WRITE agp-linea.
           MOVE lin-guarda TO agp-linea.
           WRITE agp-linea.
           MOVE lin-cabecera TO agp-linea.
           WRITE agp-linea.
           MOVE lin-guarda TO agp-linea.
           WRITE agp-linea.

       200-LEER-CTAPROV.
           READ CTAPROV NEXT AT END MOVE 1 TO w-flag-cpv
               NOT AT END ADD 1 TO w-ctl-leidos.

      * ctaprov.dat esta ordenado por proveedor y comprobante, asi que
      * el corte de control sale de la lectura secuencial
       300-PROCESO-COMPROBANTE.
           IF cpv-estado NOT = "C"
               COMPUTE w-saldo = cpv-total - cpv-pagado
               IF w-saldo NOT = ZERO
                   IF w-primer-grupo = "s"
                       MOVE cpv-proveedor TO w-prov-ant
                       MOVE cpv-nombre TO w-nom-ant
                       MOVE "n" TO w-primer-grupo
                   END-IF
                   IF cpv-proveedor NOT = w-prov-ant
                       PERFORM 340-IMPRIMIR-PROVEEDOR
                       MOVE cpv-proveedor TO w-prov-ant
                       MOVE cpv-nombre TO w-nom-ant
                   END-IF
                   PERFORM 330-ACUMULAR-BUCKET
               END-IF
           END-IF.

      * los tramos se miden en dias vencidos desde el vencimiento del
      * comprobante; lo que todavia no vencio va a la columna a vencer
       330-ACUMULAR-BUCKET.
           COMPUTE w-dias-venc =
               FUNCTION INTEGER-OF-DATE(cpv-vencimiento).
           COMPUTE w-dias-mora = w-dias-hoy - w-dias-venc.
           EVALUATE TRUE
               WHEN w-dias-mora <= 0
                   ADD w-saldo TO w-prv-avencer
               WHEN w-dias-mora <= 30
                   ADD w-saldo TO w-prv-b30
               WHEN w-dias-mora <= 60
                   ADD w-saldo TO w-prv-b60
               WHEN w-dias-mora <= 90
                   ADD w-saldo TO w-prv-b90
               WHEN OTHER
                   ADD w-saldo TO w-prv-bmas
           END-EVALUATE.

       340-IMPRIMIR-PROVEEDOR.
           ADD 1 TO w-ctl-escritos.
           MOVE w-prov-ant TO l-prov.
           MOVE w-nom-ant TO l-nom.
           MOVE w-prv-avencer TO l-avencer.
           MOVE w-prv-b30 TO l-b30.
           MOVE w-prv-b60 TO l-b60.
           MOVE w-prv-b90 TO l-b90.
           MOVE w-prv-bmas TO l-bmas.
           DISPLAY lin-detalle.
           MOVE lin-detalle TO agp-linea.
           WRITE agp-linea.
           ADD w-prv-avencer TO w-tot-avencer.
           ADD w-prv-b30 TO w-tot-b30.
           ADD w-prv-b60 TO w-tot-b60.
           ADD w-prv-b90 TO w-tot-b90.
           ADD w-prv-bmas TO w-tot-bmas.
           MOVE ZERO TO w-prv-avencer.
           MOVE ZERO TO w-prv-b30 w-prv-b60 w-prv-b90 w-prv-bmas.

       400-FIN.
           MOVE lin-guarda TO agp-linea.
           WRITE agp-linea.
           MOVE w-tot-avencer TO tg-avencer.
           MOVE w-tot-b30 TO tg-b30.
           MOVE w-tot-b60 TO tg-b60.
           MOVE w-tot-b90 TO tg-b90.
           MOVE w-tot-bmas TO tg-bmas.
           DISPLAY lin-total-gral.
           MOVE lin-total-gral TO agp-linea.
           WRITE agp-linea.
           CLOSE CTAPROV.
           CLOSE AGINGPROV.

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
