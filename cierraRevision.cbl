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
           SELECT REVISION ASSIGN TO "..\revision.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rev-numero
                   ALTERNATE RECORD KEY IS rev-clave
           FILE STATUS IS w-fs-revision.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT REVAUD ASSIGN TO "..\revisionaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-revaud.
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
           SELECT OPTIONAL SEGPOLITICA ASSIGN TO "..\segpolitica.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-segpolitica.
           SELECT SEGLOG ASSIGN TO "..\seglog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-seglog.
           SELECT BATCHLOCK ASSIGN TO "..\batchlock.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-batchlock-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
      * lista de revision que arma auditaActividad: estado P pendiente,
      * C cerrado; disposicion J justificado, E error administrativo,
      * I irregularidad confirmada
       FD  REVISION.
       01  rev-reg.
           03 rev-numero pic 9(8).
           03 rev-clave.
              05 rev-regla pic x(4).
              05 rev-fecha pic 9(8).
              05 rev-ref pic x(20).
           03 rev-puntaje pic 9(3).
           03 rev-vend pic 9(3).
           03 rev-cliente pic 9(6).
           03 rev-factura pic 9(12).
           03 rev-articulo pic x(8).
           03 rev-importe pic s9(12)V99.
           03 rev-detalle pic x(50).
           03 rev-fecha-alta pic 9(8).
           03 rev-estado pic x.
           03 rev-disposicion pic x.
           03 rev-observacion pic x(30).
           03 rev-operador pic x(8).
           03 rev-fecha-cierre pic 9(8).
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
      * auditoria de los cierres de la lista de revision
       FD  REVAUD.
       01  rva-reg.
           03 rva-fecha pic 9(8).
           03 rva-hora pic 9(8).
           03 rva-operador pic x(8).
           03 rva-numero pic 9(8).
           03 rva-regla pic x(4).
           03 rva-disposicion pic x.
           03 rva-observacion pic x(30).
      * la clave se guarda como hash de operador y clave; los permisos
      * salen del perfil. estado A activo, B bloqueado por intentos
      * fallidos, D deshabilitado por seguridad
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
       FD  SEGPOLITICA.
       01  pol-reg.
           03 pol-dias-clave pic 9(3).
           03 pol-intentos pic 9(2).
           03 pol-largo-min pic 9(2).
           03 pol-dias-inactivo pic 9(3).
       FD  SEGLOG.
       01  seg-reg.
           03 seg-fecha pic 9(8).
           03 seg-hora pic 9(8).
           03 seg-operador pic x(8).
           03 seg-programa pic x(15).
           03 seg-evento pic x(12).
           03 seg-detalle pic x(30).
           03 seg-responsable pic x(8).
       FD  BATCHLOCK.
       01  block-reg.
           03 block-estado pic x(6).
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
       01  w-abend-programa pic x(15) value "CIERRAREVISION".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-revision pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-revaud pic xx.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "U".
       01  w-ope-autorizado pic x value "n".
       01  w-fs-perfiles pic xx.
       01  w-fs-segpolitica pic xx.
       01  w-fs-seglog pic xx.
       01  w-max-intentos pic 9(2) value 3.
       01  w-seg-fecha pic 9(8).
       01  w-hash pic 9(10).
       01  w-hash-texto pic x(16).
       01  w-hash-idx pic 9(2).
       01  w-hash-pos pic 9(2).
       01  w-cant-permiso pic 9(2).
       01  w-fecha-hoy pic 9(8).
       01  w-flag-rev pic 9.
       01  w-regla-sel pic x(4).
       01  w-cant-pendientes pic 9(5) value zero.
       01  w-numero-pedido pic 9(8) value 1.
       01  w-disposicion pic x.
       01  w-observacion pic x(30).
       01  w-cant-cerrados pic 9(5) value zero.
       01  lin-pendiente.
           03 l-numero pic zzzzzzz9.
           03 filler pic x value space.
           03 l-regla pic x(4).
           03 filler pic x(5) value " PTS ".
           03 l-puntaje pic zz9.
           03 filler pic x value space.
           03 l-fecha pic 9999/99/99.
           03 filler pic x(9) value " CLIENTE ".
           03 l-cliente pic zzzzz9.
           03 filler pic x value space.
           03 l-detalle pic x(50).
       01  l-importe pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 110-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "CIERRE DE REVISION CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-ABRIR-ARCHIVOS.
           DISPLAY "REGLA A LISTAR (FERI LIMC BAJL COST TRAN, "
                   "BLANCO=TODAS): ".
           ACCEPT w-regla-sel.
           PERFORM 200-LISTAR-PENDIENTES.
           IF w-cant-pendientes = ZERO
               DISPLAY "NO HAY CASOS PENDIENTES DE REVISION"
               PERFORM 900-FIN
               STOP RUN
           END-IF.
           PERFORM 300-ATENDER-CASO
               UNTIL w-numero-pedido = ZERO.
           PERFORM 900-FIN.
           DISPLAY "CASOS CERRADOS: " w-cant-cerrados.
           STOP RUN.

      * sin archivo de operadores o sin el permiso del programa no se
      * entra: fue la observacion de la ultima auditoria
       050-IDENTIFICAR-OPERADOR.
           OPEN I-O OPERADORES.
           IF w-fs-operadores NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE OPERADORES - "
                       "ACCESO DENEGADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERFILES.
           IF w-fs-perfiles NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE PERFILES - "
                       "ACCESO DENEGADO"
               CLOSE OPERADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 052-LEER-POLITICA.
           OPEN EXTEND SEGLOG.
           IF w-fs-seglog NOT = "00"
               OPEN OUTPUT SEGLOG
           END-IF.
           DISPLAY "OPERADOR: ".
           ACCEPT w-operador.
           DISPLAY "CLAVE: ".
           ACCEPT w-password.
           MOVE w-operador TO ope-id.
           READ OPERADORES
               INVALID KEY
                   MOVE "RECHAZO" TO seg-evento
                   MOVE "OPERADOR INEXISTENTE" TO seg-detalle
                   PERFORM 058-REGISTRAR-SEGURIDAD
               NOT INVALID KEY
                   PERFORM 060-VALIDAR-OPERADOR
           END-READ.
           CLOSE OPERADORES.
           CLOSE PERFILES.
           CLOSE SEGLOG.
           IF w-ope-autorizado NOT = "s"
               DISPLAY "OPERADOR NO AUTORIZADO PARA ESTE PROGRAMA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * sin politica cargada se bloquea al tercer intento fallido
       052-LEER-POLITICA.
           OPEN INPUT SEGPOLITICA.
           IF w-fs-segpolitica = "00"
               READ SEGPOLITICA
                   AT END CONTINUE
                   NOT AT END
                       IF pol-intentos IS NUMERIC
                          AND pol-intentos > ZERO
                           MOVE pol-intentos TO w-max-intentos
                       END-IF
               END-READ
               CLOSE SEGPOLITICA
           END-IF.

      * el hash mezcla operador y clave (w-hash-texto): la misma
      * clave en dos operadores no da el mismo valor guardado
       055-CALCULAR-HASH.
           MOVE 7 TO w-hash.
           PERFORM 056-MEZCLAR-HASH
               VARYING w-hash-idx FROM 1 BY 1
               UNTIL w-hash-idx > 48.

       056-MEZCLAR-HASH.
           COMPUTE w-hash-pos = FUNCTION MOD(w-hash-idx - 1, 16) + 1.
           COMPUTE w-hash = FUNCTION MOD(w-hash * 131
               + FUNCTION ORD(w-hash-texto(w-hash-pos:1))
               + w-hash-idx, 9999999967).

       058-REGISTRAR-SEGURIDAD.
           ACCEPT seg-fecha FROM DATE YYYYMMDD.
           ACCEPT seg-hora FROM TIME.
           MOVE w-operador TO seg-operador.
           MOVE w-abend-programa TO seg-programa.
           MOVE w-operador TO seg-responsable.
           WRITE seg-reg.

       060-VALIDAR-OPERADOR.
           ACCEPT w-seg-fecha FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN ope-estado = "D"
                   MOVE "RECHAZO" TO seg-evento
                   MOVE "OPERADOR DESHABILITADO" TO seg-detalle
                   PERFORM 058-REGISTRAR-SEGURIDAD
                   DISPLAY "OPERADOR DESHABILITADO"
               WHEN ope-estado = "B"
                   MOVE "RECHAZO" TO seg-evento
                   MOVE "OPERADOR BLOQUEADO" TO seg-detalle
                   PERFORM 058-REGISTRAR-SEGURIDAD
                   DISPLAY "OPERADOR BLOQUEADO POR INTENTOS FALLIDOS"
               WHEN OTHER
                   MOVE w-operador TO w-hash-texto(1:8)
                   MOVE w-password TO w-hash-texto(9:8)
                   PERFORM 055-CALCULAR-HASH
                   IF w-hash NOT = ope-hash
                       PERFORM 062-CLAVE-ERRONEA
                   ELSE
                       PERFORM 064-CLAVE-CORRECTA
                   END-IF
           END-EVALUATE.

       062-CLAVE-ERRONEA.
           ADD 1 TO ope-fallidos.
           IF ope-fallidos NOT < w-max-intentos
               MOVE "B" TO ope-estado
               MOVE "BLOQUEO" TO seg-evento
               MOVE "INTENTOS FALLIDOS" TO seg-detalle
               DISPLAY "CLAVE ERRONEA - OPERADOR BLOQUEADO"
           ELSE
               MOVE "CLAVE MAL" TO seg-evento
               MOVE "CLAVE ERRONEA" TO seg-detalle
           END-IF.
           REWRITE ope-reg.
           PERFORM 058-REGISTRAR-SEGURIDAD.

      * con la clave vencida o reseteada por seguridad solo se puede
      * entrar a cambiaClave
       064-CLAVE-CORRECTA.
           MOVE ZERO TO ope-fallidos.
           IF ope-cambiar = "s"
              OR (ope-vence-clave NOT = ZERO
                  AND ope-vence-clave < w-seg-fecha)
               MOVE "RECHAZO" TO seg-evento
               MOVE "CLAVE VENCIDA O A CAMBIAR" TO seg-detalle
               DISPLAY "CLAVE VENCIDA O A CAMBIAR - "
                       "CAMBIELA CON CAMBIACLAVE"
           ELSE
               MOVE w-seg-fecha TO ope-ultimo-ingreso
               ACCEPT ope-ultima-hora FROM TIME
               MOVE ope-perfil TO prf-nombre
               READ PERFILES
                   INVALID KEY MOVE SPACES TO prf-permisos
               END-READ
               MOVE ZERO TO w-cant-permiso
               INSPECT prf-permisos TALLYING w-cant-permiso
                   FOR ALL w-permiso-req
               IF w-cant-permiso > ZERO
                   MOVE "s" TO w-ope-autorizado
                   MOVE "INGRESO" TO seg-evento
                   MOVE SPACES TO seg-detalle
               ELSE
                   MOVE "SIN PERMISO" TO seg-evento
                   MOVE "PERFIL SIN EL PERMISO" TO seg-detalle
               END-IF
           END-IF.
           REWRITE ope-reg.
           PERFORM 058-REGISTRAR-SEGURIDAD.

      * la corrida nocturna carga hallazgos nuevos sobre el mismo
      * archivo: no se cierra nada mientras esta en curso
       110-VERIFICAR-BATCHLOCK.
           OPEN INPUT BATCHLOCK.
           IF w-batchlock-status = "00"
               READ BATCHLOCK
                   AT END CONTINUE
                   NOT AT END
                       IF block-estado = "ACTIVO"
                           MOVE "s" TO w-batch-activo
                       END-IF
               END-READ
               CLOSE BATCHLOCK
           END-IF.
           IF w-batch-activo = "s"
               DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO - "
                       "INTENTE MAS TARDE"
           END-IF.

       130-ABRIR-ARCHIVOS.
           OPEN I-O REVISION.
           IF w-fs-revision NOT = "00"
               DISPLAY "NO HAY LISTA DE REVISION DE AUDITORIA"
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00"
              AND w-fs-cliente NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND REVAUD.
           IF w-fs-revaud NOT = "00"
               OPEN OUTPUT REVAUD
           END-IF.
           IF w-fs-revaud NOT = "00"
              AND w-fs-revaud NOT = "05"
               MOVE "REVAUD" TO w-abend-archivo
               MOVE w-fs-revaud TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       200-LISTAR-PENDIENTES.
           MOVE ZERO TO w-flag-rev.
           MOVE ZERO TO rev-numero.
           START REVISION KEY IS >= rev-numero
               INVALID KEY MOVE 1 TO w-flag-rev
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 210-LEER-CASO
               UNTIL w-flag-rev = 1.

       210-LEER-CASO.
           READ REVISION NEXT
               AT END MOVE 1 TO w-flag-rev
               NOT AT END
                   IF rev-estado = "P"
                      AND (w-regla-sel = SPACES
                           OR w-regla-sel = rev-regla)
                       IF w-cant-pendientes = ZERO
                           DISPLAY "CASOS PENDIENTES DE REVISION:"
                       END-IF
                       ADD 1 TO w-cant-pendientes
                       MOVE rev-numero TO l-numero
                       MOVE rev-regla TO l-regla
                       MOVE rev-puntaje TO l-puntaje
                       MOVE rev-fecha TO l-fecha
                       MOVE rev-cliente TO l-cliente
                       MOVE rev-detalle TO l-detalle
                       DISPLAY lin-pendiente
                   END-IF
           END-READ.

       300-ATENDER-CASO.
           DISPLAY "CASO A CERRAR (0=TERMINAR): ".
           ACCEPT w-numero-pedido.
           IF w-numero-pedido NOT = ZERO
               PERFORM 310-BUSCAR-CASO
           END-IF.

       310-BUSCAR-CASO.
           MOVE w-numero-pedido TO rev-numero.
           READ REVISION
               INVALID KEY
                   DISPLAY "EL CASO NO ESTA EN LA LISTA DE REVISION"
               NOT INVALID KEY
                   IF rev-estado NOT = "P"
                       DISPLAY "EL CASO YA FUE CERRADO ("
                               rev-disposicion ") EL "
                               rev-fecha-cierre " POR " rev-operador
                   ELSE
                       PERFORM 320-DECIDIR
                   END-IF
           END-READ.

       320-DECIDIR.
           MOVE rev-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY MOVE "--CLIENTE SIN DATOS--" TO cte-nombre
           END-READ.
           DISPLAY "REGLA " rev-regla "  PUNTAJE " rev-puntaje
                   "  DETECTADO EL " rev-fecha-alta.
           DISPLAY "CLIENTE " rev-cliente " " cte-nombre.
           DISPLAY "VENDEDOR " rev-vend "  FACTURA " rev-factura
                   "  ARTICULO " rev-articulo.
           MOVE rev-importe TO l-importe.
           DISPLAY "IMPORTE: " l-importe.
           DISPLAY rev-detalle.
           DISPLAY "J=JUSTIFICADO  E=ERROR ADMINISTRATIVO  "
                   "I=IRREGULARIDAD  (OTRA TECLA: SIGUE PENDIENTE): ".
           ACCEPT w-disposicion.
           EVALUATE w-disposicion
               WHEN "j"
                   MOVE "J" TO w-disposicion
               WHEN "e"
                   MOVE "E" TO w-disposicion
               WHEN "i"
                   MOVE "I" TO w-disposicion
           END-EVALUATE.
           IF w-disposicion = "J" OR "E" OR "I"
               DISPLAY "OBSERVACION: "
               ACCEPT w-observacion
               IF w-observacion = SPACES
                   DISPLAY "SIN OBSERVACION NO SE CIERRA EL CASO"
               ELSE
                   PERFORM 330-CERRAR
               END-IF
           ELSE
               DISPLAY "EL CASO SIGUE PENDIENTE"
           END-IF.

       330-CERRAR.
           MOVE "C" TO rev-estado.
           MOVE w-disposicion TO rev-disposicion.
           MOVE w-observacion TO rev-observacion.
           MOVE w-operador TO rev-operador.
           MOVE w-fecha-hoy TO rev-fecha-cierre.
           REWRITE rev-reg.
           MOVE w-fecha-hoy TO rva-fecha.
           ACCEPT rva-hora FROM TIME.
           MOVE w-operador TO rva-operador.
           MOVE rev-numero TO rva-numero.
           MOVE rev-regla TO rva-regla.
           MOVE rev-disposicion TO rva-disposicion.
           MOVE rev-observacion TO rva-observacion.
           WRITE rva-reg.
           ADD 1 TO w-cant-cerrados.
           DISPLAY "CASO " rev-numero " CERRADO".

       900-FIN.
           CLOSE REVISION.
           CLOSE CLIENTE.
           CLOSE REVAUD.

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
