           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.

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
           03 aud-costo-ant pic s9(10)V99.
           03 aud-costo-nuevo pic s9(10)V99.
           03 aud-operador pic x(8).
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
       01  w-password pic x(8).
       01  w-permiso-req pic x value "A".
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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

       110-ABRIR-COSTOHIST.
           OPEN I-O COSTOHIST.
