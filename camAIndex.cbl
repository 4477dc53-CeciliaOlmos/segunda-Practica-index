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
           SELECT CAM ASSIGN TO "..\campanas.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cam.
           SELECT CAMPANA ASSIGN TO "..\campana.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cam-codigo
           FILE STATUS IS w-fs-campana.
           SELECT CAMPANAALC ASSIGN TO "..\campanaalc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-llave
           FILE STATUS IS w-fs-campanaalc.
           SELECT CAMRECHAZO ASSIGN TO "..\camrechazo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-camrechazo.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * campana de precios: alcance A un articulo, R un rubro entero;
      * modalidad D descuento sobre la lista, P precio especial. con
      * alcance por cliente o por sucursal la campana vale solo para
      * los que figuran en campanaalc.dat
       FD  CAMPANA.
       01  cam-reg.
           03 cam-codigo pic x(8).
           03 cam-descripcion pic x(30).
           03 cam-alcance pic x.
           03 cam-objeto pic x(15).
           03 cam-modalidad pic x.
           03 cam-descuento pic 9(2)V99.
           03 cam-precio pic 9(10)V99.
           03 cam-desde pic 9(8).
           03 cam-hasta pic 9(8).
           03 cam-por-cliente pic x.
           03 cam-por-sucursal pic x.
      * C cliente, S sucursal
       FD  CAMPANAALC.
       01  cal-reg.
           03 cal-llave.
              05 cal-codigo pic x(8).
              05 cal-tipo pic x.
              05 cal-valor pic 9(6).
      * registro C: la campana; registro L: un cliente o sucursal de
      * su alcance, despues de la campana
       FD  CAM.
       01  cam-tex-reg.
           03 cam-tex-tipo pic x.
           03 cam-tex-codigo pic x(8).
           03 cam-tex-resto pic x(79).
           03 cam-tex-campana REDEFINES cam-tex-resto.
              05 cam-tex-descripcion pic x(30).
              05 cam-tex-alcance pic x.
              05 cam-tex-objeto pic x(15).
              05 cam-tex-modalidad pic x.
              05 cam-tex-descuento pic x(4).
              05 cam-tex-descuento-num REDEFINES cam-tex-descuento
                 pic 9(2)V99.
              05 cam-tex-precio pic x(12).
              05 cam-tex-precio-num REDEFINES cam-tex-precio
                 pic 9(10)V99.
              05 cam-tex-desde pic x(8).
              05 cam-tex-desde-num REDEFINES cam-tex-desde pic 9(8).
              05 cam-tex-hasta pic x(8).
              05 cam-tex-hasta-num REDEFINES cam-tex-hasta pic 9(8).
           03 cam-tex-linea REDEFINES cam-tex-resto.
              05 cam-tex-alc-tipo pic x.
              05 cam-tex-alc-valor pic x(6).
              05 cam-tex-alc-valor-num REDEFINES cam-tex-alc-valor
                 pic 9(6).
              05 filler pic x(72).
       FD  CAMRECHAZO.
       01  rej-reg.
           03 rej-codigo pic x(8).
           03 rej-motivo pic x(30).
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
       01  w-abend-programa pic x(15) value "CAMAINDEX".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-cam pic xx.
       01  w-fs-campana pic xx.
       01  w-fs-campanaalc pic xx.
       01  w-fs-camrechazo pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CAMAINDEX".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-cam pic 9.
           88 fin-archivo value 1.
       01  w-rej-motivo pic x(30).
       01  w-cant-campanas pic 9(6) value zero.
       01  w-cant-alcances pic 9(6) value zero.
       01  w-cant-rechazos pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ARCH-CAM.
           PERFORM UNTIL fin-archivo
            PERFORM 300-PROCESO
            PERFORM 200-LEER-ARCH-CAM
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
            STOP RUN.
       100-INICIO.
           OPEN INPUT CAM.
           IF w-fs-cam NOT = "00"
              AND w-fs-cam NOT = "05"
               MOVE "CAM" TO w-abend-archivo
               MOVE w-fs-cam TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CAMPANA.
           CLOSE CAMPANA.
           OPEN I-O CAMPANA.
           IF w-fs-campana NOT = "00"
               MOVE "CAMPANA" TO w-abend-archivo
               MOVE w-fs-campana TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CAMPANAALC.
           IF w-fs-campanaalc NOT = "00"
               MOVE "CAMPANAALC" TO w-abend-archivo
               MOVE w-fs-campanaalc TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT CAMRECHAZO.
           IF w-fs-camrechazo NOT = "00"
              AND w-fs-camrechazo NOT = "05"
               MOVE "CAMRECHAZO" TO w-abend-archivo
               MOVE w-fs-camrechazo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
       200-LEER-ARCH-CAM.
           READ CAM AT END MOVE 1 TO w-flag-cam
               NOT AT END ADD 1 TO w-ctl-leidos.
       300-PROCESO.
           MOVE SPACES TO w-rej-motivo.
           EVALUATE cam-tex-tipo
               WHEN "C"
                   PERFORM 310-VALIDAR-CAMPANA
                   IF w-rej-motivo = SPACES
                       PERFORM 320-GRABAR-CAMPANA
                   END-IF
               WHEN "L"
                   PERFORM 330-VALIDAR-ALCANCE
                   IF w-rej-motivo = SPACES
                       PERFORM 340-GRABAR-ALCANCE
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO" TO w-rej-motivo
           END-EVALUATE.
           IF w-rej-motivo NOT = SPACES
               PERFORM 350-RECHAZAR
           END-IF.
       310-VALIDAR-CAMPANA.
           EVALUATE TRUE
               WHEN cam-tex-codigo = SPACES
                   MOVE "SIN CODIGO DE CAMPANA" TO w-rej-motivo
               WHEN cam-tex-alcance NOT = "A"
                AND cam-tex-alcance NOT = "R"
                   MOVE "ALCANCE INVALIDO (A/R)" TO w-rej-motivo
               WHEN cam-tex-objeto = SPACES
                   MOVE "SIN ARTICULO O RUBRO" TO w-rej-motivo
               WHEN cam-tex-desde IS NOT NUMERIC
                 OR cam-tex-hasta IS NOT NUMERIC
                   MOVE "VIGENCIA NO NUMERICA" TO w-rej-motivo
               WHEN cam-tex-desde-num > cam-tex-hasta-num
                   MOVE "VIGENCIA INVERTIDA" TO w-rej-motivo
               WHEN cam-tex-modalidad = "D"
                   IF cam-tex-descuento IS NOT NUMERIC
                      OR cam-tex-descuento-num = ZERO
                       MOVE "DESCUENTO INVALIDO" TO w-rej-motivo
                   END-IF
               WHEN cam-tex-modalidad = "P"
                   IF cam-tex-precio IS NOT NUMERIC
                      OR cam-tex-precio-num = ZERO
                       MOVE "PRECIO ESPECIAL INVALIDO" TO w-rej-motivo
                   END-IF
               WHEN OTHER
                   MOVE "MODALIDAD INVALIDA (D/P)" TO w-rej-motivo
           END-EVALUATE.
       320-GRABAR-CAMPANA.
           MOVE cam-tex-codigo TO cam-codigo.
           MOVE cam-tex-descripcion TO cam-descripcion.
           MOVE cam-tex-alcance TO cam-alcance.
           MOVE cam-tex-objeto TO cam-objeto.
           MOVE cam-tex-modalidad TO cam-modalidad.
           MOVE ZERO TO cam-descuento.
           MOVE ZERO TO cam-precio.
           IF cam-tex-modalidad = "D"
               MOVE cam-tex-descuento-num TO cam-descuento
           ELSE
               MOVE cam-tex-precio-num TO cam-precio
           END-IF.
           MOVE cam-tex-desde-num TO cam-desde.
           MOVE cam-tex-hasta-num TO cam-hasta.
           MOVE "n" TO cam-por-cliente.
           MOVE "n" TO cam-por-sucursal.
           WRITE cam-reg
               INVALID KEY
                   MOVE "CAMPANA DUPLICADA" TO w-rej-motivo
               NOT INVALID KEY
                   ADD 1 TO w-cant-campanas
                   ADD 1 TO w-ctl-escritos
           END-WRITE.
       330-VALIDAR-ALCANCE.
           MOVE cam-tex-codigo TO cam-codigo.
           READ CAMPANA
               INVALID KEY
                   MOVE "CAMPANA INEXISTENTE" TO w-rej-motivo
           END-READ.
           IF w-rej-motivo = SPACES
               EVALUATE TRUE
                   WHEN cam-tex-alc-tipo NOT = "C"
                    AND cam-tex-alc-tipo NOT = "S"
                       MOVE "TIPO DE ALCANCE INVALIDO (C/S)"
                           TO w-rej-motivo
                   WHEN cam-tex-alc-valor IS NOT NUMERIC
                     OR cam-tex-alc-valor-num = ZERO
                       MOVE "CLIENTE O SUCURSAL INVALIDO"
                           TO w-rej-motivo
               END-EVALUATE
           END-IF.
      * la campana queda marcada: desde el primer cliente (o sucursal)
      * de la lista ya no vale para todos
       340-GRABAR-ALCANCE.
           MOVE cam-tex-codigo TO cal-codigo.
           MOVE cam-tex-alc-tipo TO cal-tipo.
           MOVE cam-tex-alc-valor-num TO cal-valor.
           WRITE cal-reg
               INVALID KEY
                   MOVE "ALCANCE DUPLICADO" TO w-rej-motivo
               NOT INVALID KEY
                   ADD 1 TO w-cant-alcances
                   IF cal-tipo = "C"
                       MOVE "s" TO cam-por-cliente
                   ELSE
                       MOVE "s" TO cam-por-sucursal
                   END-IF
                   REWRITE cam-reg
           END-WRITE.
       350-RECHAZAR.
           MOVE cam-tex-codigo TO rej-codigo.
           MOVE w-rej-motivo TO rej-motivo.
           WRITE rej-reg.
           ADD 1 TO w-cant-rechazos.
       400-FIN.
           DISPLAY "CAMPANAS CARGADAS: " w-cant-campanas
                   " ALCANCES: " w-cant-alcances
                   " RECHAZOS: " w-cant-rechazos.
           CLOSE CAM.
           CLOSE CAMPANA.
           CLOSE CAMPANAALC.
           CLOSE CAMRECHAZO.

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
