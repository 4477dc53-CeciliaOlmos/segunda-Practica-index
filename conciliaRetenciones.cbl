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
           SELECT RETAFIP ASSIGN TO "..\retafip.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-retafip.
           SELECT RETENCION ASSIGN TO "..\retenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ret-llave
           FILE STATUS IS w-fs-retencion.
           SELECT CONCILIARET ASSIGN TO "..\conciliaret.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-conciliaret.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * listado mensual de retenciones que los agentes informaron a
      * AFIP, con el impuesto ya codificado como en los recibos
       FD  RETAFIP.
       01  afi-reg.
           03 afi-cuit pic x(11).
           03 afi-cuit-num REDEFINES afi-cuit pic 9(11).
           03 afi-tipo pic x.
           03 afi-certificado pic x(14).
           03 afi-fecha pic x(8).
           03 afi-importe pic x(10).
           03 afi-importe-num REDEFINES afi-importe pic 9(8)V99.
       FD  RETENCION.
       01  ret-reg.
           03 ret-llave.
              05 ret-cuit pic 9(11).
              05 ret-tipo pic x.
              05 ret-certificado pic x(14).
           03 ret-cliente pic 9(6).
           03 ret-fecha pic 9(8).
           03 ret-factura pic 9(12).
           03 ret-importe pic 9(10)V99.
           03 ret-estado pic x.
           03 ret-periodo-conc pic 9(6).
           03 ret-asentado pic x.
       FD  CONCILIARET.
       01  con-linea pic x(100).
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
       01  w-abend-programa pic x(15) value "CONCILIARETENC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-retafip pic xx.
       01  w-fs-retencion pic xx.
       01  w-fs-conciliaret pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CONCILIARETENC".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-afi pic 9 value zero.
           88 fin-afi value 1.
       01  w-flag-ret pic 9 value zero.
       01  w-periodo pic 9(6).
       01  w-fecha-aux pic 9(8).
       01  w-fecha-periodo REDEFINES w-fecha-aux.
           03 w-fecha-aaaamm pic 9(6).
           03 filler pic 9(2).
       01  w-cant-conciliados pic 9(6) value zero.
       01  w-cant-diferencia pic 9(6) value zero.
       01  w-cant-sin-registro pic 9(6) value zero.
       01  w-cant-sin-afip pic 9(6) value zero.
       01  w-suma-conciliados pic 9(12)V99 value zero.
       01  w-suma-sin-registro pic 9(12)V99 value zero.
       01  w-suma-sin-afip pic 9(12)V99 value zero.
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-titulo.
           03 filler pic x(44) value
              "CONCILIACION DE RETENCIONES CON AFIP PERIODO".
           03 filler pic x value space.
           03 l-periodo pic 9(6).
       01  lin-seccion.
           03 l-seccion pic x(60).
       01  lin-detalle.
           03 l-cuit pic x(11).
           03 filler pic x(2) value spaces.
           03 l-tipo pic x.
           03 filler pic x(2) value spaces.
           03 l-certificado pic x(14).
           03 filler pic x(2) value spaces.
           03 l-fecha pic x(8).
           03 filler pic x(2) value spaces.
           03 l-importe pic -.zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-obs pic x(35).
       01  lin-resumen.
           03 lr-etiqueta pic x(40).
           03 lr-cant pic zzzzz9.
           03 filler pic x(10) value "  IMPORTE:".
           03 lr-importe pic -.zzz.zzz.zzz.zz9,99.
       01  w-obs-diferencia.
           03 filler pic x(20) value "IMPORTE REGISTRADO: ".
           03 w-obs-importe pic zzzzzzz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           DISPLAY "PERIODO A CONCILIAR (AAAAMM): ".
           ACCEPT w-periodo.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RETAFIP.
           PERFORM UNTIL fin-afi
               PERFORM 300-PROCESO
               PERFORM 200-LEER-RETAFIP
           END-PERFORM.
           PERFORM 500-LISTAR-SIN-AFIP.
           PERFORM 600-RESUMEN.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT RETAFIP.
           IF w-fs-retafip NOT = "00"
              AND w-fs-retafip NOT = "05"
               MOVE "RETAFIP" TO w-abend-archivo
               MOVE w-fs-retafip TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O RETENCION.
           IF w-fs-retencion NOT = "00"
              AND w-fs-retencion NOT = "05"
               MOVE "RETENCION" TO w-abend-archivo
               MOVE w-fs-retencion TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CONCILIARET.
           IF w-fs-conciliaret NOT = "00"
              AND w-fs-conciliaret NOT = "05"
               MOVE "CONCILIARET" TO w-abend-archivo
               MOVE w-fs-conciliaret TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-periodo TO l-periodo.
           MOVE lin-titulo TO con-linea.
           WRITE con-linea.
           MOVE lin-guarda TO con-linea.
           WRITE con-linea.
           MOVE "DIFERENCIAS DEL LISTADO DE AFIP CONTRA EL REGISTRO:"
               TO l-seccion.
           MOVE lin-seccion TO con-linea.
           WRITE con-linea.

       200-LEER-RETAFIP.
           READ RETAFIP AT END MOVE 1 TO w-flag-afi
               NOT AT END ADD 1 TO w-ctl-leidos.

      * cada certificado informado por el agente tiene que estar en el
      * registro con el mismo importe; si esta, queda conciliado con el
      * periodo del listado y no vuelve a aparecer como pendiente
       300-PROCESO.
           MOVE afi-cuit TO l-cuit.
           MOVE afi-tipo TO l-tipo.
           MOVE afi-certificado TO l-certificado.
           MOVE afi-fecha TO l-fecha.
           IF afi-cuit IS NOT NUMERIC
              OR afi-importe IS NOT NUMERIC
               MOVE ZERO TO l-importe
               MOVE "RENGLON DEL LISTADO INVALIDO" TO l-obs
               PERFORM 350-LISTAR-DIFERENCIA
           ELSE
               MOVE afi-importe-num TO l-importe
               MOVE afi-cuit-num TO ret-cuit
               MOVE afi-tipo TO ret-tipo
               MOVE afi-certificado TO ret-certificado
               READ RETENCION
                   INVALID KEY
                       MOVE "CERTIFICADO NO REGISTRADO" TO l-obs
                       ADD 1 TO w-cant-sin-registro
                       ADD afi-importe-num TO w-suma-sin-registro
                       PERFORM 350-LISTAR-DIFERENCIA
                   NOT INVALID KEY
                       PERFORM 310-COMPARAR-CERTIFICADO
               END-READ
           END-IF.

       310-COMPARAR-CERTIFICADO.
           IF ret-importe NOT = afi-importe-num
               MOVE ret-importe TO w-obs-importe
               MOVE w-obs-diferencia TO l-obs
               ADD 1 TO w-cant-diferencia
               PERFORM 350-LISTAR-DIFERENCIA
           ELSE
               MOVE "C" TO ret-estado
               MOVE w-periodo TO ret-periodo-conc
               REWRITE ret-reg
               ADD 1 TO w-cant-conciliados
               ADD ret-importe TO w-suma-conciliados
           END-IF.

       350-LISTAR-DIFERENCIA.
           MOVE lin-detalle TO con-linea.
           WRITE con-linea.
           ADD 1 TO w-ctl-escritos.

      * lo que se registro en el periodo y ningun agente informo: el
      * certificado puede ser apocrifo o el agente no lo presento
       500-LISTAR-SIN-AFIP.
           MOVE lin-guarda TO con-linea.
           WRITE con-linea.
           MOVE "CERTIFICADOS REGISTRADOS QUE AFIP NO INFORMA:"
               TO l-seccion.
           MOVE lin-seccion TO con-linea.
           WRITE con-linea.
           MOVE ZERO TO ret-cuit.
           MOVE LOW-VALUES TO ret-tipo.
           MOVE LOW-VALUES TO ret-certificado.
           MOVE ZERO TO w-flag-ret.
           START RETENCION KEY IS >= ret-llave
               INVALID KEY MOVE 1 TO w-flag-ret
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 510-REVISAR-REGISTRO UNTIL w-flag-ret = 1.

       510-REVISAR-REGISTRO.
           READ RETENCION NEXT
               AT END MOVE 1 TO w-flag-ret
               NOT AT END
                   MOVE ret-fecha TO w-fecha-aux
                   IF w-fecha-aaaamm = w-periodo
                      AND ret-estado = "P"
                       MOVE ret-cuit TO l-cuit
                       MOVE ret-tipo TO l-tipo
                       MOVE ret-certificado TO l-certificado
                       MOVE ret-fecha TO l-fecha
                       MOVE ret-importe TO l-importe
                       MOVE "SIN INFORMAR POR EL AGENTE" TO l-obs
                       ADD 1 TO w-cant-sin-afip
                       ADD ret-importe TO w-suma-sin-afip
                       PERFORM 350-LISTAR-DIFERENCIA
                   END-IF
           END-READ.

       600-RESUMEN.
           MOVE lin-guarda TO con-linea.
           WRITE con-linea.
           MOVE "CERTIFICADOS CONCILIADOS:" TO lr-etiqueta.
           MOVE w-cant-conciliados TO lr-cant.
           MOVE w-suma-conciliados TO lr-importe.
           MOVE lin-resumen TO con-linea.
           WRITE con-linea.
           DISPLAY lin-resumen.
           MOVE "EN AFIP SIN REGISTRAR:" TO lr-etiqueta.
           MOVE w-cant-sin-registro TO lr-cant.
           MOVE w-suma-sin-registro TO lr-importe.
           MOVE lin-resumen TO con-linea.
           WRITE con-linea.
           DISPLAY lin-resumen.
           MOVE "REGISTRADOS SIN INFORMAR EN AFIP:" TO lr-etiqueta.
           MOVE w-cant-sin-afip TO lr-cant.
           MOVE w-suma-sin-afip TO lr-importe.
           MOVE lin-resumen TO con-linea.
           WRITE con-linea.
           DISPLAY lin-resumen.
           MOVE "CON IMPORTE DISTINTO:" TO lr-etiqueta.
           MOVE w-cant-diferencia TO lr-cant.
           MOVE ZERO TO lr-importe.
           MOVE lin-resumen TO con-linea.
           WRITE con-linea.
           DISPLAY lin-resumen.

       400-FIN.
           CLOSE RETAFIP.
           CLOSE RETENCION.
           CLOSE CONCILIARET.
           IF w-ctl-escritos > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.

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
