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
           SELECT CATALOGO ASSIGN TO "..\catalogo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cat-archivo
           FILE STATUS IS w-fs-catalogo.
           SELECT OPTIONAL RETENCION ASSIGN TO "..\retencion.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-retencion.
           SELECT ARCHIVO ASSIGN TO w-arch-nombre
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-archivo.
           SELECT FOTOVIP ASSIGN TO w-arch-nombre
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS fvi-codcli
                   ALTERNATE RECORD KEY IS fvi-vend WITH DUPLICATES
           FILE STATUS IS w-fs-fotovip.
           SELECT FOTOVTA ASSIGN TO w-arch-nombre
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS fvt-codcli
           FILE STATUS IS w-fs-fotovta.
           SELECT RUNCTL ASSIGN TO "..\runctl.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO.
       01  cat-reg.
           03 cat-archivo pic x(60).
           03 cat-tipo pic x(12).
           03 cat-periodo pic 9(8).
           03 cat-fecha-alta pic 9(8).
           03 cat-registros pic 9(9).
           03 cat-total pic s9(16)V99.
           03 cat-checksum pic 9(10).
      * A archivado, C comprimido, P depurado, F faltante, D difiere
           03 cat-estado pic x.
           03 cat-fecha-verif pic 9(8).
           03 cat-fecha-accion pic 9(8).
       FD  RETENCION.
       01  ret-reg.
           03 ret-tipo pic x(12).
           03 ret-clase pic x.
           03 ret-dias pic 9(5).
           03 ret-comprime pic 9(5).
           03 ret-pos-ctl pic 9(3).
           03 ret-largo-ctl pic 9(2).
           03 ret-dec-ctl pic 9.
           03 ret-pos-fecha pic 9(3).
           03 ret-archivo pic x(40).
       FD  ARCHIVO.
       01  arc-linea pic x(512).
       FD  FOTOVIP.
       01  fvi-reg.
           03 fvi-codcli pic 9(6).
           03 fvi-ganancia pic s9(10)V99.
           03 fvi-nombre pic x(30).
           03 fvi-vend pic 9(3).
           03 fvi-exento pic x.
           03 fvi-sucursal pic 9(2).
       FD  FOTOVTA.
       01  fvt-reg.
           03 fvt-codcli pic 9(6).
           03 fvt-ganancia pic s9(10)V99.
           03 fvt-vend pic 9(3).
           03 fvt-sucursal pic 9(2).
           03 fvt-fecha-act pic 9(8).
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
       01  w-abend-programa pic x(15) value "CATALOGAARCHIVO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-catalogo pic xx.
       01  w-fs-retencion pic xx.
       01  w-fs-archivo pic xx.
       01  w-fs-fotovip pic xx.
       01  w-fs-fotovta pic xx.
       01  w-runctl-status pic xx.
       01  w-ctl-programa pic x(15) value "CATALOGAARCHIVO".
       01  w-ctl-fecha pic 9(8).
       01  w-ctl-hora-ini pic 9(8).
       01  w-ctl-hora-fin pic 9(8).
       01  w-ctl-leidos pic 9(6) value zero.
       01  w-ctl-escritos pic 9(6) value zero.
       01  w-ctl-estado pic x(10) value "OK".
      * entrada: fecha del periodo archivado y camino del archivo tal
      * como quedo en historico
       01  w-entrada.
           03 w-ent-periodo pic x(8).
           03 w-ent-archivo pic x(60).
       01  w-arch-nombre pic x(60).
       01  w-periodo pic 9(8).
       01  w-tipo pic x(12).
       01  w-pos-barra pic 9(3).
       01  w-car pic 9(3).
      * retencion por tipo de archivo: clase F fiscal, O operativo, L
      * log de corrida; dias de guarda, dias hasta comprimir (0 nunca),
      * campo de control (posicion, largo, decimales; posicion 0 sin
      * campo) y, para los logs, posicion de la fecha y camino. La
      * tabla de abajo es la de fabrica; retencion.txt la corrige por
      * tipo o agrega tipos nuevos
       01  w-ret-defecto.
           03 filler pic x(32) value "MOVART      F0365000365011120000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "RECIBOS     F0365000365021102000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "MOVSTOCK    F0365000365011070000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CTACTE      F0365000365030122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "ASIENTOS    F0365000365045142000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "FACPROV     F0365000365056122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CAERESP     F0365000365001120000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "REMITOS     F0365000365029040000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CONFORMES   F0365000365001080000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "DEBITORESP  F0365000365025122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "CLIENVIP    O0018000000007122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "VIPVENTANA  O0018000000007122000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "DISTRIB     O0036500000000000000".
           03 filler pic x(40) value spaces.
           03 filler pic x(32) value "ERRORLOG    L0009000000000000001".
           03 filler pic x(40) value "..\errorlog.txt".
           03 filler pic x(32) value "RUNCTL      L0009000000000000016".
           03 filler pic x(40) value "..\runctl.txt".
           03 filler pic x(32) value "SESIONLOG   L0009000000000000001".
           03 filler pic x(40) value "..\sesionlog.txt".
           03 filler pic x(32) value "KPIHIST     L0009000000000000001".
           03 filler pic x(40) value "..\kpihist.txt".
       01  w-ret-defecto-r REDEFINES w-ret-defecto.
           03 w-rdf-item OCCURS 17 TIMES pic x(72).
       01  w-cant-ret-defecto pic 9(2) value 17.
       01  w-tabla-ret.
           03 w-ret-item OCCURS 40 TIMES.
              05 w-ret-tipo pic x(12).
              05 w-ret-clase pic x.
              05 w-ret-dias pic 9(5).
              05 w-ret-comprime pic 9(5).
              05 w-ret-pos-ctl pic 9(3).
              05 w-ret-largo-ctl pic 9(2).
              05 w-ret-dec-ctl pic 9.
              05 w-ret-pos-fecha pic 9(3).
              05 w-ret-archivo pic x(40).
       01  w-cant-ret pic 9(2) value zero.
       01  w-idx pic 9(2).
       01  w-pos-ret pic 9(2).
       01  w-flag-ret pic 9.
           88 fin-retencion value 1.
      * medicion del archivo: registros, total de control y suma de
      * verificacion, igual que la hace depuraArchivos al verificar
       01  w-flag-med pic 9.
           88 fin-medicion value 1.
       01  w-flag-abierto pic 9.
           88 archivo-abierto value 1.
       01  w-linea pic x(512).
       01  w-blancos pic 9(3).
       01  w-largo pic 9(3).
       01  w-suma-reg pic 9(10).
       01  w-registros pic 9(9).
       01  w-total pic s9(16)V99.
       01  w-checksum pic 9(10).
       01  w-pos-ctl pic 9(3).
       01  w-largo-ctl pic 9(2).
       01  w-dec-ctl pic 9.
       01  w-ctl-texto pic x(18) JUSTIFIED RIGHT.
       01  w-ctl-num REDEFINES w-ctl-texto pic s9(18).
       01  w-ctl-valor pic s9(16)V99.
       01  w-flag-cat pic 9.
           88 cat-nuevo value 1.
       01  w-ed-reg pic zzz.zzz.zz9.
       01  w-ed-total pic -.---.---.---.---.--9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9000-INICIAR-CONTROL.
           ACCEPT w-entrada.
           IF w-ent-periodo IS NUMERIC
               MOVE w-ent-periodo TO w-periodo
           ELSE
               MOVE w-ctl-fecha TO w-periodo
           END-IF.
           MOVE w-ent-archivo TO w-arch-nombre.
           PERFORM 100-INICIO.
           PERFORM 600-MEDIR-ARCHIVO.
           IF archivo-abierto
               PERFORM 300-REGISTRAR
           ELSE
               DISPLAY "NO SE ENCUENTRA " w-arch-nombre
                       " - NO SE CATALOGA"
               MOVE "SIN ARCHIV" TO w-ctl-estado
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CATALOGO.
           PERFORM 9100-CERRAR-CONTROL.
           STOP RUN.

      * cada archivo que la corrida deja en historico se registra en
      * catalogo.dat con su periodo, cantidad de registros, total de
      * control y suma de verificacion. el tipo sale del nombre del
      * archivo (lo que va antes del primer guion bajo) y con el tipo
      * la tabla de retencion da el campo que se totaliza; un tipo sin
      * campo de control se cataloga con total cero
       100-INICIO.
           PERFORM 150-CARGAR-RETENCION.
           PERFORM 120-TIPO-ARCHIVO.
           MOVE ZERO TO w-pos-ret.
           PERFORM 160-BUSCAR-TIPO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-ret OR w-pos-ret > ZERO.
           IF w-pos-ret > ZERO
               MOVE w-ret-pos-ctl(w-pos-ret) TO w-pos-ctl
               MOVE w-ret-largo-ctl(w-pos-ret) TO w-largo-ctl
               MOVE w-ret-dec-ctl(w-pos-ret) TO w-dec-ctl
           ELSE
               DISPLAY "TIPO " w-tipo " SIN RETENCION DEFINIDA"
               MOVE ZERO TO w-pos-ctl
               MOVE ZERO TO w-largo-ctl
               MOVE ZERO TO w-dec-ctl
           END-IF.
           OPEN I-O CATALOGO.
           IF w-fs-catalogo NOT = "00"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN I-O CATALOGO
           END-IF.
           IF w-fs-catalogo NOT = "00"
               MOVE "CATALOGO" TO w-abend-archivo
               MOVE w-fs-catalogo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       120-TIPO-ARCHIVO.
           MOVE ZERO TO w-pos-barra.
           PERFORM 130-BUSCAR-BARRA
               VARYING w-car FROM 1 BY 1 UNTIL w-car > 60.
           MOVE SPACES TO w-tipo.
           UNSTRING w-arch-nombre(w-pos-barra + 1:)
               DELIMITED BY "_" OR "." OR SPACE
               INTO w-tipo.
           INSPECT w-tipo CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       130-BUSCAR-BARRA.
           IF w-arch-nombre(w-car:1) = "\"
               MOVE w-car TO w-pos-barra
           END-IF.

       150-CARGAR-RETENCION.
           PERFORM 152-COPIAR-DEFECTO
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cant-ret-defecto.
           OPEN INPUT RETENCION.
           IF w-fs-retencion = "00"
               MOVE ZERO TO w-flag-ret
               PERFORM 154-LEER-RETENCION
               PERFORM 156-TOMAR-RETENCION UNTIL fin-retencion
               CLOSE RETENCION
           END-IF.

       152-COPIAR-DEFECTO.
           ADD 1 TO w-cant-ret.
           MOVE w-rdf-item(w-idx) TO w-ret-item(w-cant-ret).

       154-LEER-RETENCION.
           READ RETENCION
               AT END MOVE 1 TO w-flag-ret
           END-READ.

      * un renglon de retencion.txt con un tipo ya conocido reemplaza
      * al de fabrica; uno nuevo se agrega al final de la tabla
       156-TOMAR-RETENCION.
           IF ret-tipo NOT = SPACES
              AND ret-dias IS NUMERIC
              AND ret-comprime IS NUMERIC
              AND ret-pos-ctl IS NUMERIC
              AND ret-largo-ctl IS NUMERIC
              AND ret-dec-ctl IS NUMERIC
              AND ret-pos-fecha IS NUMERIC
               MOVE ret-tipo TO w-tipo
               MOVE ZERO TO w-pos-ret
               PERFORM 160-BUSCAR-TIPO
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-cant-ret OR w-pos-ret > ZERO
               IF w-pos-ret = ZERO AND w-cant-ret < 40
                   ADD 1 TO w-cant-ret
                   MOVE w-cant-ret TO w-pos-ret
               END-IF
               IF w-pos-ret > ZERO
                   MOVE ret-reg TO w-ret-item(w-pos-ret)
               END-IF
           END-IF.
           PERFORM 154-LEER-RETENCION.

       160-BUSCAR-TIPO.
           IF w-ret-tipo(w-idx) = w-tipo
               MOVE w-idx TO w-pos-ret
           END-IF.

      * un archivo ya catalogado (el de cuenta corriente depurada que
      * crece dentro del mismo dia) se vuelve a medir y se pisa, pero
      * conserva la fecha de alta original
       300-REGISTRAR.
           MOVE w-arch-nombre TO cat-archivo.
           MOVE ZERO TO w-flag-cat.
           READ CATALOGO
               INVALID KEY MOVE 1 TO w-flag-cat
           END-READ.
           IF cat-nuevo
               INITIALIZE cat-reg
               MOVE w-arch-nombre TO cat-archivo
               MOVE w-ctl-fecha TO cat-fecha-alta
           END-IF.
           MOVE w-tipo TO cat-tipo.
           MOVE w-periodo TO cat-periodo.
           MOVE w-registros TO cat-registros.
           MOVE w-total TO cat-total.
           MOVE w-checksum TO cat-checksum.
           MOVE "A" TO cat-estado.
           MOVE w-ctl-fecha TO cat-fecha-verif.
           MOVE ZERO TO cat-fecha-accion.
           IF cat-nuevo
               WRITE cat-reg
                   INVALID KEY
                       MOVE "CATALOGO" TO w-abend-archivo
                       MOVE w-fs-catalogo TO w-abend-status
                       PERFORM 9900-ABEND-ARCHIVO
               END-WRITE
           ELSE
               REWRITE cat-reg
                   INVALID KEY
                       MOVE "CATALOGO" TO w-abend-archivo
                       MOVE w-fs-catalogo TO w-abend-status
                       PERFORM 9900-ABEND-ARCHIVO
               END-REWRITE
           END-IF.
           ADD 1 TO w-ctl-escritos.
           MOVE w-registros TO w-ed-reg.
           MOVE w-total TO w-ed-total.
           DISPLAY "CATALOGADO " w-arch-nombre.
           DISPLAY "  TIPO " w-tipo " PERIODO " w-periodo
                   " REGISTROS " w-ed-reg
                   " TOTAL " w-ed-total
                   " VERIF " w-checksum.

      * las fotos del padron VIP y de la ventana son indexadas; el
      * resto del historico es texto
       600-MEDIR-ARCHIVO.
           MOVE ZERO TO w-registros.
           MOVE ZERO TO w-total.
           MOVE ZERO TO w-checksum.
           MOVE ZERO TO w-flag-abierto.
           MOVE ZERO TO w-flag-med.
           EVALUATE w-tipo
               WHEN "CLIENVIP"
                   PERFORM 610-MEDIR-FOTOVIP
               WHEN "VIPVENTANA"
                   PERFORM 620-MEDIR-FOTOVTA
               WHEN OTHER
                   PERFORM 630-MEDIR-TEXTO
           END-EVALUATE.

       610-MEDIR-FOTOVIP.
           OPEN INPUT FOTOVIP.
           IF w-fs-fotovip = "00"
               MOVE 1 TO w-flag-abierto
               PERFORM 612-LEER-FOTOVIP
               PERFORM 614-ACUMULAR-FOTOVIP UNTIL fin-medicion
               CLOSE FOTOVIP
           END-IF.

       612-LEER-FOTOVIP.
           READ FOTOVIP NEXT
               AT END MOVE 1 TO w-flag-med
               NOT AT END ADD 1 TO w-ctl-leidos
           END-READ.

       614-ACUMULAR-FOTOVIP.
           MOVE fvi-reg TO w-linea.
           PERFORM 650-ACUMULAR-REGISTRO.
           PERFORM 612-LEER-FOTOVIP.

       620-MEDIR-FOTOVTA.
           OPEN INPUT FOTOVTA.
           IF w-fs-fotovta = "00"
               MOVE 1 TO w-flag-abierto
               PERFORM 622-LEER-FOTOVTA
               PERFORM 624-ACUMULAR-FOTOVTA UNTIL fin-medicion
               CLOSE FOTOVTA
           END-IF.

       622-LEER-FOTOVTA.
           READ FOTOVTA NEXT
               AT END MOVE 1 TO w-flag-med
               NOT AT END ADD 1 TO w-ctl-leidos
           END-READ.

       624-ACUMULAR-FOTOVTA.
           MOVE fvt-reg TO w-linea.
           PERFORM 650-ACUMULAR-REGISTRO.
           PERFORM 622-LEER-FOTOVTA.

       630-MEDIR-TEXTO.
           OPEN INPUT ARCHIVO.
           IF w-fs-archivo = "00"
               MOVE 1 TO w-flag-abierto
               PERFORM 632-LEER-TEXTO
               PERFORM 634-ACUMULAR-TEXTO UNTIL fin-medicion
               CLOSE ARCHIVO
           END-IF.

       632-LEER-TEXTO.
           READ ARCHIVO
               AT END MOVE 1 TO w-flag-med
               NOT AT END ADD 1 TO w-ctl-leidos
           END-READ.

       634-ACUMULAR-TEXTO.
           MOVE arc-linea TO w-linea.
           PERFORM 650-ACUMULAR-REGISTRO.
           PERFORM 632-LEER-TEXTO.

      * la suma de verificacion encadena cada registro (hasta su
      * ultimo caracter no blanco) pesando cada caracter por su
      * posicion, de modo que un cambio, un registro de mas o de menos
      * o dos registros cambiados de orden dan otra suma
       650-ACUMULAR-REGISTRO.
           ADD 1 TO w-registros.
           MOVE ZERO TO w-blancos.
           INSPECT FUNCTION REVERSE(w-linea)
               TALLYING w-blancos FOR LEADING SPACES.
           COMPUTE w-largo = 512 - w-blancos.
           MOVE ZERO TO w-suma-reg.
           PERFORM 660-SUMAR-CARACTER
               VARYING w-car FROM 1 BY 1 UNTIL w-car > w-largo.
           COMPUTE w-checksum = FUNCTION MOD(w-checksum * 31
               + w-suma-reg + w-largo, 9999999967).
           IF w-pos-ctl > ZERO AND w-largo-ctl > ZERO
              AND w-pos-ctl + w-largo-ctl - 1 NOT > 512
               MOVE w-linea(w-pos-ctl:w-largo-ctl) TO w-ctl-texto
               INSPECT w-ctl-texto REPLACING LEADING SPACES BY ZEROS
               IF w-ctl-num IS NUMERIC
                   COMPUTE w-ctl-valor = w-ctl-num / 10 ** w-dec-ctl
                   ADD w-ctl-valor TO w-total
               END-IF
           END-IF.

       660-SUMAR-CARACTER.
           COMPUTE w-suma-reg = w-suma-reg
               + FUNCTION ORD(w-linea(w-car:1)) * w-car.

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
