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
           SELECT OPEANT ASSIGN TO "..\operadores.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-opeant.
           SELECT OPERADORES ASSIGN TO "..\operador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ope-id
           FILE STATUS IS w-fs-operadores.
           SELECT PERFILES ASSIGN TO "..\perfiles.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS prf-nombre
           FILE STATUS IS w-fs-perfiles.
           SELECT SEGLOG ASSIGN TO "..\seglog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-seglog.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEANT.
       01  ant-reg.
           03 ant-id pic x(8).
           03 ant-password pic x(8).
           03 ant-permisos pic x(10).
           03 ant-limite-aprob pic 9(10)V99.
       FD  OPERADORES.
       01  ope-reg.
           03 ope-id pic x(8).
           03 ope-nombre pic x(30).
           03 ope-hash pic 9(10).
           03 ope-perfil pic x(10).
           03 ope-estado pic x.
           03 ope-fallidos pic 9(2).
           03 ope-fecha-clave pic 9(8).
           03 ope-vence-clave pic 9(8).
           03 ope-cambiar pic x.
           03 ope-ultimo-ingreso pic 9(8).
           03 ope-ultima-hora pic 9(8).
           03 ope-limite-aprob pic 9(10)V99.
           03 ope-fecha-alta pic 9(8).
       FD  PERFILES.
       01  prf-reg.
           03 prf-nombre pic x(10).
           03 prf-permisos pic x(10).
           03 prf-descrip pic x(30).
       FD  SEGLOG.
       01  seg-reg.
           03 seg-fecha pic 9(8).
           03 seg-hora pic 9(8).
           03 seg-operador pic x(8).
           03 seg-programa pic x(15).
           03 seg-evento pic x(12).
           03 seg-detalle pic x(30).
           03 seg-responsable pic x(8).
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
       01  w-abend-programa pic x(15) value "CONVIERTEOPE".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-opeant pic xx.
       01  w-fs-operadores pic xx.
       01  w-fs-perfiles pic xx.
       01  w-fs-seglog pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CONVIERTEOPE".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
       77  w-flag-ant pic 9.
           88 fin-ant value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-admin pic x(8).
       01  w-admin-hallado pic x value "n".
       01  w-cant-perfiles pic 9(4) value zero.
       01  w-hash pic 9(10).
       01  w-hash-texto pic x(16).
       01  w-hash-idx pic 9(2).
       01  w-hash-pos pic 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "OPERADOR ADMINISTRADOR DE SEGURIDAD: ".
           ACCEPT w-admin.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-OPEANT.
           PERFORM UNTIL fin-ant
               PERFORM 300-PROCESO
               PERFORM 200-LEER-OPEANT
           END-PERFORM.
           PERFORM 400-FIN.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * conversion de una sola vez: operadores.txt, con la clave a la
      * vista y las letras de permiso por operador, pasa a operador.dat
      * con la clave guardada como hash y un perfil por cada juego de
      * letras distinto. todos deben cambiar la clave en su primer
      * ingreso. el operador indicado como administrador de seguridad
      * recibe el perfil SEGURIDAD, con sus letras mas la S.
      * operadores.txt queda como respaldo y se retira a mano
       100-INICIO.
           OPEN INPUT OPEANT.
           IF w-fs-opeant NOT = "00"
               MOVE "OPEANT" TO w-abend-archivo
               MOVE w-fs-opeant TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT OPERADORES.
           IF w-fs-operadores NOT = "00"
              AND w-fs-operadores NOT = "05"
               MOVE "OPERADORES" TO w-abend-archivo
               MOVE w-fs-operadores TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN OUTPUT PERFILES.
           CLOSE PERFILES.
           OPEN I-O PERFILES.
           IF w-fs-perfiles NOT = "00"
               MOVE "PERFILES" TO w-abend-archivo
               MOVE w-fs-perfiles TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND SEGLOG.
           IF w-fs-seglog NOT = "00"
               OPEN OUTPUT SEGLOG
           END-IF.

       200-LEER-OPEANT.
           READ OPEANT AT END MOVE 1 TO w-flag-ant
               NOT AT END ADD 1 TO w-ctl-leidos.

       300-PROCESO.
           INITIALIZE ope-reg.
           MOVE ant-id TO ope-id.
           IF ant-id = w-admin
               MOVE "s" TO w-admin-hallado
               MOVE "SEGURIDAD" TO prf-nombre
               MOVE SPACES TO prf-permisos
               STRING "S" DELIMITED BY SIZE
                      ant-permisos DELIMITED BY SPACE
                      INTO prf-permisos
               MOVE "ADMINISTRADOR DE SEGURIDAD" TO prf-descrip
           ELSE
               IF ant-permisos = SPACES
                   MOVE "SINPERMISO" TO prf-nombre
               ELSE
                   MOVE ant-permisos TO prf-nombre
               END-IF
               MOVE ant-permisos TO prf-permisos
               MOVE "PERFIL CONVERTIDO" TO prf-descrip
           END-IF.
           MOVE prf-nombre TO ope-perfil.
           WRITE prf-reg
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO w-cant-perfiles
           END-WRITE.
           MOVE ant-id TO w-hash-texto(1:8).
           MOVE ant-password TO w-hash-texto(9:8).
           PERFORM 310-CALCULAR-HASH.
           MOVE w-hash TO ope-hash.
           MOVE "A" TO ope-estado.
           MOVE ZERO TO ope-fallidos.
           MOVE w-fecha-hoy TO ope-fecha-clave.
           MOVE ZERO TO ope-vence-clave.
           MOVE "s" TO ope-cambiar.
           IF ant-limite-aprob IS NUMERIC
               MOVE ant-limite-aprob TO ope-limite-aprob
           END-IF.
           MOVE w-fecha-hoy TO ope-fecha-alta.
           WRITE ope-reg
               INVALID KEY
                   DISPLAY "OPERADOR " ant-id " DUPLICADO"
               NOT INVALID KEY
                   ADD 1 TO w-ctl-escritos
                   PERFORM 320-REGISTRAR-ALTA
           END-WRITE.

      * mismo hash que el ingreso de los programas interactivos
       310-CALCULAR-HASH.
           MOVE 7 TO w-hash.
           PERFORM 315-MEZCLAR-HASH
               VARYING w-hash-idx FROM 1 BY 1
               UNTIL w-hash-idx > 48.

       315-MEZCLAR-HASH.
           COMPUTE w-hash-pos = FUNCTION MOD(w-hash-idx - 1, 16) + 1.
           COMPUTE w-hash = FUNCTION MOD(w-hash * 131
               + FUNCTION ORD(w-hash-texto(w-hash-pos:1))
               + w-hash-idx, 9999999967).

       320-REGISTRAR-ALTA.
           ACCEPT seg-fecha FROM DATE YYYYMMDD.
           ACCEPT seg-hora FROM TIME.
           MOVE ope-id TO seg-operador.
           MOVE w-abend-programa TO seg-programa.
           MOVE "ALTA" TO seg-evento.
           MOVE SPACES TO seg-detalle.
           STRING "CONVERSION PERFIL " DELIMITED BY SIZE
                  ope-perfil DELIMITED BY SPACE
                  INTO seg-detalle.
           MOVE SPACES TO seg-responsable.
           WRITE seg-reg.

       400-FIN.
           DISPLAY "OPERADORES CONVERTIDOS: " w-ctl-escritos.
           DISPLAY "PERFILES CREADOS: " w-cant-perfiles.
           IF w-admin-hallado NOT = "s"
               DISPLAY "ATENCION: EL ADMINISTRADOR " w-admin
                       " NO ESTA EN OPERADORES.TXT - NADIE TIENE "
                       "EL PERMISO S"
               MOVE "SIN ADMIN" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OPEANT.
           CLOSE OPERADORES.
           CLOSE PERFILES.
           CLOSE SEGLOG.

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
