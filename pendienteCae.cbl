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
           SELECT FACTURAS ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS fac-llave
           FILE STATUS IS w-fs-facturas.
           SELECT OPTIONAL CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cae-factura
           FILE STATUS IS w-fs-cae.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cal-status.
           SELECT CAEPEND ASSIGN TO "..\caepend.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-caepend.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS.
       01  fac-reg.
           03 fac-llave.
              05 fac-facturas pic 9(12).
              05 fac-art pic x(8).
           03 fac-precio pic 9(10)V99.
           03 fac-cantid pic 9(4).
           03 fecha-factura pic 9(8).
           03 fac-iva pic 9(10)V99.
           03 fac-moneda pic x(3).
           03 fac-cambio pic 9(5)V9(4).
           03 fac-percepcion pic 9(10)V99.
           03 fac-jurisdiccion pic 9(3).
           03 fac-alic-perc pic 9(2)V99.
       FD  CAE.
       01  cae-reg.
           03 cae-factura pic 9(12).
           03 cae-numero pic 9(14).
           03 cae-vencimiento pic 9(8).
           03 cae-estado pic x.
           03 cae-fecha-envio pic 9(8).
           03 cae-fecha-resp pic 9(8).
           03 cae-motivo pic x(30).
       FD  CTACTE.
       01  cta-reg.
           03 cta-factura pic 9(12).
           03 cta-cliente pic 9(6).
           03 cta-vend pic 9(3).
           03 cta-fecha pic 9(8).
           03 cta-total pic s9(10)V99.
           03 cta-cobrado pic s9(10)V99.
           03 cta-estado pic x.
           03 cta-moneda pic x(3).
           03 cta-cambio pic 9(5)V9(4).
           03 cta-vencimiento pic 9(8).
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
       FD  CALENDARIO.
       01  cal-reg.
           03 cal-tipo pic x.
           03 cal-datos pic x(27).
           03 cal-mes REDEFINES cal-datos.
              05 cal-periodo pic 9(6).
              05 cal-estado pic x.
              05 filler pic x(20).
           03 cal-feriado REDEFINES cal-datos.
              05 cal-fecha pic 9(8).
              05 cal-descrip pic x(19).
       FD  CAEPEND.
       01  pnd-linea pic x(132).
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
       01  w-abend-programa pic x(15) value "PENDIENTECAE".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-facturas pic xx.
       01  w-fs-cae pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-cal-status pic xx.
       01  w-fs-caepend pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "PENDIENTECAE".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       01  w-flag-fac pic 9 value zero.
           88 fin-fac value 1.
       01  w-flag-cal pic 9.
       01  w-feriados-cant pic 9(3) value zero.
       01  w-feriados-tab.
           03 w-feriado-fecha OCCURS 366 TIMES
              INDEXED BY w-fer-idx pic 9(8).
       01  w-fecha-hoy pic 9(8).
       01  w-hoy-int pic 9(8).
       01  w-limite-int pic 9(8).
       01  w-limite-fecha pic 9(8).
       01  w-dias-semana pic 9(8).
       01  w-cociente pic 9(8).
       01  w-resto-semana pic 9.
       01  w-dia-habil pic x.
       01  w-fac-ant pic 9(12) value zero.
       01  w-fecha-ant pic 9(8).
       01  w-cant-pendientes pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(42) value
              "FACTURAS PENDIENTES DE AUTORIZACION AL ".
           03 l-fecha-hoy pic 9999/99/99.
       01  lin-cabecera.
           03 filler pic x(14) value "FACTURA".
           03 filler pic x(12) value "FECHA".
           03 filler pic x(8) value "CLIENTE".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(13) value "SITUACION".
           03 filler pic x(12) value "ENVIADA".
           03 filler pic x(30) value "MOTIVO".
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-detalle.
           03 l-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-cliente pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-situacion pic x(11).
           03 filler pic x(2) value spaces.
           03 l-envio pic x(10).
           03 filler pic x(2) value spaces.
           03 l-motivo pic x(30).
       01  l-envio-fecha pic 9999/99/99.
       01  lin-total.
           03 filler pic x(30) value
              "TOTAL FACTURAS SIN CAE: ".
           03 t-cant pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-hoy-int = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           PERFORM 100-INICIO.
           PERFORM 200-LEER-FACTURAS.
           PERFORM UNTIL fin-fac
               IF fac-facturas NOT = w-fac-ant
                   MOVE fac-facturas TO w-fac-ant
                   MOVE fecha-factura TO w-fecha-ant
                   PERFORM 300-VERIFICAR-FACTURA
               END-IF
               PERFORM 200-LEER-FACTURAS
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

       100-INICIO.
           OPEN INPUT FACTURAS.
           IF w-fs-facturas NOT = "00"
              AND w-fs-facturas NOT = "05"
               MOVE "FACTURAS" TO w-abend-archivo
               MOVE w-fs-facturas TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CAE.
           IF w-fs-cae NOT = "00"
              AND w-fs-cae NOT = "05"
               MOVE "CAE" TO w-abend-archivo
               MOVE w-fs-cae TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CAEPEND.
           IF w-fs-caepend NOT = "00"
              AND w-fs-caepend NOT = "05"
               MOVE "CAEPEND" TO w-abend-archivo
               MOVE w-fs-caepend TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 140-CARGAR-FERIADOS.
           MOVE w-fecha-hoy TO l-fecha-hoy.
           MOVE lin-titulo TO pnd-linea.
           WRITE pnd-linea.
           MOVE lin-guarda TO pnd-linea.
           WRITE pnd-linea.
           MOVE lin-cabecera TO pnd-linea.
           WRITE pnd-linea.
           MOVE lin-guarda TO pnd-linea.
           WRITE pnd-linea.

       140-CARGAR-FERIADOS.
           MOVE ZERO TO w-feriados-cant.
           MOVE ZERO TO w-flag-cal.
           OPEN INPUT CALENDARIO.
           IF w-cal-status = "00" OR w-cal-status = "05"
               PERFORM 141-LEER-FERIADO
                   UNTIL w-flag-cal = 1
               CLOSE CALENDARIO
           END-IF.

       141-LEER-FERIADO.
           READ CALENDARIO
               AT END MOVE 1 TO w-flag-cal
               NOT AT END
                   IF cal-tipo = "F" AND w-feriados-cant < 366
                       ADD 1 TO w-feriados-cant
                       MOVE cal-fecha
                           TO w-feriado-fecha(w-feriados-cant)
                   END-IF
           END-READ.

       200-LEER-FACTURAS.
           READ FACTURAS NEXT AT END MOVE 1 TO w-flag-fac
               NOT AT END ADD 1 TO w-ctl-leidos.

      * una factura sin cae autorizado pasa a pendiente cuando ya
      * corrio un dia habil completo desde su fecha
       300-VERIFICAR-FACTURA.
           MOVE w-fac-ant TO cae-factura.
           READ CAE
               INVALID KEY
                   MOVE SPACE TO cae-estado
           END-READ.
           IF cae-estado NOT = "A"
               PERFORM 310-CALCULAR-LIMITE
               IF w-hoy-int > w-limite-int
                   PERFORM 350-LISTAR-PENDIENTE
               END-IF
           END-IF.

      * el dia 1 de INTEGER-OF-DATE (01/01/1601) fue lunes: el resto
      * de (dia - 1) / 7 da 5 para el sabado y 6 para el domingo
       310-CALCULAR-LIMITE.
           COMPUTE w-limite-int =
               FUNCTION INTEGER-OF-DATE(w-fecha-ant) + 1.
           MOVE "n" TO w-dia-habil.
           PERFORM 320-PROBAR-DIA-HABIL
               UNTIL w-dia-habil = "s".

       320-PROBAR-DIA-HABIL.
           MOVE "s" TO w-dia-habil.
           SUBTRACT 1 FROM w-limite-int GIVING w-dias-semana.
           DIVIDE w-dias-semana BY 7 GIVING w-cociente
               REMAINDER w-resto-semana.
           IF w-resto-semana > 4
               MOVE "n" TO w-dia-habil
           ELSE
               COMPUTE w-limite-fecha =
                   FUNCTION DATE-OF-INTEGER(w-limite-int)
               IF w-feriados-cant > ZERO
                   PERFORM 330-COMPARAR-FERIADO
                       VARYING w-fer-idx FROM 1 BY 1
                       UNTIL w-fer-idx > w-feriados-cant
                          OR w-dia-habil = "n"
               END-IF
           END-IF.
           IF w-dia-habil = "n"
               ADD 1 TO w-limite-int
           END-IF.

       330-COMPARAR-FERIADO.
           IF w-feriado-fecha(w-fer-idx) = w-limite-fecha
               MOVE "n" TO w-dia-habil
           END-IF.

       350-LISTAR-PENDIENTE.
           MOVE w-fac-ant TO l-factura.
           MOVE w-fecha-ant TO l-fecha.
           MOVE SPACES TO l-envio.
           MOVE SPACES TO l-motivo.
           EVALUATE cae-estado
               WHEN "E"
                   MOVE "SIN RESPUESTA" TO l-situacion
                   MOVE cae-fecha-envio TO l-envio-fecha
                   MOVE l-envio-fecha TO l-envio
               WHEN "R"
                   MOVE "RECHAZADA" TO l-situacion
                   MOVE cae-fecha-envio TO l-envio-fecha
                   MOVE l-envio-fecha TO l-envio
                   MOVE cae-motivo TO l-motivo
               WHEN OTHER
                   MOVE "SIN EXPORTAR" TO l-situacion
           END-EVALUATE.
           MOVE w-fac-ant TO cta-factura.
           READ CTACTE
               INVALID KEY
                   MOVE ZERO TO l-cliente
                   MOVE "--SIN CUENTA CORRIENTE--" TO l-nombre
               NOT INVALID KEY
                   MOVE cta-cliente TO l-cliente
                   PERFORM 360-BUSCAR-CLIENTE
           END-READ.
           MOVE lin-detalle TO pnd-linea.
           WRITE pnd-linea.
           ADD 1 TO w-cant-pendientes.
           ADD 1 TO w-ctl-escritos.

       360-BUSCAR-CLIENTE.
           MOVE cta-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   MOVE "--CLIENTE SIN DATOS--" TO l-nombre
               NOT INVALID KEY
                   MOVE cte-nombre TO l-nombre
           END-READ.

       400-FIN.
           MOVE lin-guarda TO pnd-linea.
           WRITE pnd-linea.
           MOVE w-cant-pendientes TO t-cant.
           MOVE lin-total TO pnd-linea.
           WRITE pnd-linea.
           DISPLAY lin-total.
           IF w-cant-pendientes > ZERO
               MOVE "DIFIERE" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE FACTURAS.
           CLOSE CAE.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE CAEPEND.

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
