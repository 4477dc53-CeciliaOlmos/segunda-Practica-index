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
           SELECT CREDRET ASSIGN TO "..\credret.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS crr-factura
           FILE STATUS IS w-fs-credret.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT CREDAUD ASSIGN TO "..\credaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-credaud.
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
      * registro de facturas retenidas por credito: P pendiente de
      * decision, L liberada, X rechazada
       FD  CREDRET.
       01  crr-reg.
           03 crr-factura pic 9(12).
           03 crr-cliente pic 9(6).
           03 crr-vend pic 9(3).
           03 crr-fecha pic 9(8).
           03 crr-importe pic s9(10)V99.
           03 crr-limite pic 9(10)V99.
           03 crr-saldo pic s9(12)V99.
           03 crr-exceso pic s9(12)V99.
           03 crr-estado pic x.
           03 crr-fecha-dec pic 9(8).
           03 crr-operador pic x(8).
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
      * auditoria de decisiones de credito: L liberada, X rechazada,
      * N liberacion denegada por exceder el limite del operador
       FD  CREDAUD.
       01  cau-reg.
           03 cau-fecha pic 9(8).
           03 cau-hora pic 9(8).
           03 cau-operador pic x(8).
           03 cau-factura pic 9(12).
           03 cau-cliente pic 9(6).
           03 cau-exceso pic s9(12)V99.
           03 cau-limite-ope pic 9(10)V99.
           03 cau-decision pic x.
           03 cau-observacion pic x(30).
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
       01  w-abend-programa pic x(15) value "LIBERACREDITO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-credret pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-credaud pic xx.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "L".
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
      * hasta cuanto exceso sobre el limite del cliente puede liberar
      * el operador: el supervisor tiene un tope chico y el gerente de
      * credito uno alto; con cero el operador solo puede rechazar
       01  w-limite-aprob pic 9(10)V99 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-flag-crr pic 9.
       01  w-cant-pendientes pic 9(5) value zero.
       01  w-factura-pedida pic 9(12) value 1.
       01  w-decision pic x.
       01  w-observacion pic x(30).
       01  w-cant-liberadas pic 9(5) value zero.
       01  w-cant-rechazadas pic 9(5) value zero.
       01  w-cant-denegadas pic 9(5) value zero.
       01  lin-pendiente.
           03 filler pic x(9) value "FACTURA: ".
           03 l-factura pic zzzzzzzzzzz9.
           03 filler pic x(10) value "  RETENIDA".
           03 filler pic x(4) value " EL ".
           03 l-fecha pic 9999/99/99.
           03 filler pic x(10) value "  CLIENTE ".
           03 l-cliente pic zzzzz9.
           03 filler pic x(9) value "  EXCESO:".
           03 l-exceso pic -.zzz.zzz.zz9,99.
       01  l-importe pic -.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 110-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "LIBERACION DE CREDITO CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-ABRIR-ARCHIVOS.
           MOVE w-limite-aprob TO l-importe.
           DISPLAY "SU LIMITE DE APROBACION: " l-importe.
           PERFORM 200-LISTAR-PENDIENTES.
           IF w-cant-pendientes = ZERO
               DISPLAY "NO HAY FACTURAS RETENIDAS PENDIENTES"
               PERFORM 900-FIN
               STOP RUN
           END-IF.
           PERFORM 300-ATENDER-FACTURA
               UNTIL w-factura-pedida = ZERO.
           PERFORM 900-FIN.
           DISPLAY "LIBERADAS: " w-cant-liberadas
                   "  RECHAZADAS: " w-cant-rechazadas
                   "  DENEGADAS POR LIMITE: " w-cant-denegadas.
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
                   IF ope-limite-aprob IS NUMERIC
                       MOVE ope-limite-aprob TO w-limite-aprob
                   END-IF
               ELSE
                   MOVE "SIN PERMISO" TO seg-evento
                   MOVE "PERFIL SIN EL PERMISO" TO seg-detalle
               END-IF
           END-IF.
           REWRITE ope-reg.
           PERFORM 058-REGISTRAR-SEGURIDAD.

      * la corrida nocturna retiene facturas nuevas sobre el mismo
      * registro: no se decide mientras esta en curso
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
           OPEN I-O CREDRET.
           IF w-fs-credret NOT = "00"
               DISPLAY "NO HAY REGISTRO DE FACTURAS RETENIDAS"
               STOP RUN
           END-IF.
           OPEN I-O CTACTE.
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
           OPEN EXTEND CREDAUD.
           IF w-fs-credaud NOT = "00"
               OPEN OUTPUT CREDAUD
           END-IF.
           IF w-fs-credaud NOT = "00"
              AND w-fs-credaud NOT = "05"
               MOVE "CREDAUD" TO w-abend-archivo
               MOVE w-fs-credaud TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       200-LISTAR-PENDIENTES.
           MOVE ZERO TO w-flag-crr.
           MOVE ZERO TO crr-factura.
           START CREDRET KEY IS >= crr-factura
               INVALID KEY MOVE 1 TO w-flag-crr
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 210-LEER-RETENCION
               UNTIL w-flag-crr = 1.

       210-LEER-RETENCION.
           READ CREDRET NEXT
               AT END MOVE 1 TO w-flag-crr
               NOT AT END
                   IF crr-estado = "P"
                       IF w-cant-pendientes = ZERO
                           DISPLAY "FACTURAS RETENIDAS PENDIENTES:"
                       END-IF
                       ADD 1 TO w-cant-pendientes
                       MOVE crr-factura TO l-factura
                       MOVE crr-fecha TO l-fecha
                       MOVE crr-cliente TO l-cliente
                       MOVE crr-exceso TO l-exceso
                       DISPLAY lin-pendiente
                   END-IF
           END-READ.

       300-ATENDER-FACTURA.
           DISPLAY "FACTURA A RESOLVER (0=TERMINAR): ".
           ACCEPT w-factura-pedida.
           IF w-factura-pedida NOT = ZERO
               PERFORM 310-BUSCAR-RETENCION
           END-IF.

       310-BUSCAR-RETENCION.
           MOVE w-factura-pedida TO crr-factura.
           READ CREDRET
               INVALID KEY
                   DISPLAY "LA FACTURA NO ESTA RETENIDA POR CREDITO"
               NOT INVALID KEY
                   IF crr-estado NOT = "P"
                       DISPLAY "LA RETENCION YA FUE RESUELTA ("
                               crr-estado ") EL " crr-fecha-dec
                               " POR " crr-operador
                   ELSE
                       PERFORM 320-DECIDIR
                   END-IF
           END-READ.

       320-DECIDIR.
           MOVE crr-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY MOVE "--CLIENTE SIN DATOS--" TO cte-nombre
           END-READ.
           DISPLAY "CLIENTE " crr-cliente " " cte-nombre.
           MOVE crr-importe TO l-importe.
           DISPLAY "IMPORTE DE LA FACTURA: " l-importe.
           MOVE crr-limite TO l-importe.
           DISPLAY "LIMITE DE CREDITO:     " l-importe.
           MOVE crr-saldo TO l-importe.
           DISPLAY "SALDO CON LA FACTURA:  " l-importe.
           MOVE crr-exceso TO l-importe.
           DISPLAY "EXCESO SOBRE EL LIMITE:" l-importe.
           DISPLAY "L=LIBERAR  R=RECHAZAR  "
                   "(OTRA TECLA: SIN DECISION): ".
           ACCEPT w-decision.
           MOVE SPACES TO w-observacion.
           EVALUATE w-decision
               WHEN "L"
               WHEN "l"
                   DISPLAY "OBSERVACION: "
                   ACCEPT w-observacion
                   IF crr-exceso > w-limite-aprob
                       PERFORM 350-DENEGAR-LIBERACION
                   ELSE
                       PERFORM 330-LIBERAR
                   END-IF
               WHEN "R"
               WHEN "r"
                   DISPLAY "MOTIVO DEL RECHAZO: "
                   ACCEPT w-observacion
                   PERFORM 340-RECHAZAR
               WHEN OTHER
                   DISPLAY "LA FACTURA SIGUE RETENIDA"
           END-EVALUATE.

      * al liberar, la factura vuelve al estado que le corresponde por
      * lo cobrado y entra en la cobranza y en los remitos
       330-LIBERAR.
           MOVE crr-factura TO cta-factura.
           READ CTACTE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cta-estado = "H"
                       IF cta-cobrado >= cta-total
                           MOVE "C" TO cta-estado
                       ELSE
                           IF cta-cobrado > ZERO
                               MOVE "P" TO cta-estado
                           ELSE
                               MOVE "A" TO cta-estado
                           END-IF
                       END-IF
                       REWRITE cta-reg
                   END-IF
           END-READ.
           MOVE "L" TO crr-estado.
           MOVE w-fecha-hoy TO crr-fecha-dec.
           MOVE w-operador TO crr-operador.
           REWRITE crr-reg.
           MOVE "L" TO cau-decision.
           PERFORM 400-AUDITAR.
           ADD 1 TO w-cant-liberadas.
           DISPLAY "FACTURA " crr-factura " LIBERADA".

      * la factura rechazada sigue "H" en la cuenta corriente: no se
      * remite ni se cobra hasta que facturacion emita la nota de
      * credito que la cancela
       340-RECHAZAR.
           MOVE "X" TO crr-estado.
           MOVE w-fecha-hoy TO crr-fecha-dec.
           MOVE w-operador TO crr-operador.
           REWRITE crr-reg.
           MOVE "X" TO cau-decision.
           PERFORM 400-AUDITAR.
           ADD 1 TO w-cant-rechazadas.
           DISPLAY "FACTURA " crr-factura
                   " RECHAZADA - EMITIR NOTA DE CREDITO".

      * el intento queda auditado aunque no se libere: el exceso lo
      * tiene que liberar alguien con un limite mayor
       350-DENEGAR-LIBERACION.
           MOVE "N" TO cau-decision.
           PERFORM 400-AUDITAR.
           ADD 1 TO w-cant-denegadas.
           DISPLAY "EL EXCESO SUPERA SU LIMITE DE APROBACION - "
                   "LA DEBE LIBERAR EL GERENTE DE CREDITO".

       400-AUDITAR.
           MOVE w-fecha-hoy TO cau-fecha.
           ACCEPT cau-hora FROM TIME.
           MOVE w-operador TO cau-operador.
           MOVE crr-factura TO cau-factura.
           MOVE crr-cliente TO cau-cliente.
           MOVE crr-exceso TO cau-exceso.
           MOVE w-limite-aprob TO cau-limite-ope.
           MOVE w-observacion TO cau-observacion.
           WRITE cau-reg.

       900-FIN.
           CLOSE CREDRET.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE CREDAUD.

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
