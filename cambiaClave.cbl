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
           SELECT OPERADORES ASSIGN TO "..\operador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ope-id
           FILE STATUS IS w-fs-operadores.
           SELECT OPTIONAL SEGPOLITICA ASSIGN TO "..\segpolitica.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-segpolitica.
           SELECT SEGLOG ASSIGN TO "..\seglog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-seglog.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01  w-abend-programa pic x(15) value "CAMBIACLAVE".
       01  w-fecha-hoy pic 9(8).
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-fs-segpolitica pic xx.
       01  w-fs-seglog pic xx.
       01  w-max-intentos pic 9(2) value 3.
       01  w-seg-fecha pic 9(8).
       01  w-hash pic 9(10).
       01  w-hash-texto pic x(16).
       01  w-hash-idx pic 9(2).
       01  w-hash-pos pic 9(2).
      * politica de claves vigente (segpolitica.txt)
       01  w-dias-clave pic 9(3) value 90.
       01  w-largo-min pic 9(2) value 6.
       01  w-dias-inactivo pic 9(3) value 60.
       01  w-clave-nueva pic x(8).
       01  w-clave-repite pic x(8).
       01  w-largo-clave pic 9(2).
       01  w-clave-ok pic x value "n".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           IF w-clave-ok NOT = "s"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * cualquier operador activo cambia aca su propia clave, tambien
      * con la clave vencida o temporal: no pide letra de permiso. la
      * clave actual mal tipeada cuenta para el bloqueo como en el
      * ingreso de los demas programas
       050-IDENTIFICAR-OPERADOR.
           OPEN I-O OPERADORES.
           IF w-fs-operadores NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE OPERADORES - "
                       "ACCESO DENEGADO"
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
           DISPLAY "CLAVE ACTUAL: ".
           ACCEPT w-password.
           MOVE w-operador TO ope-id.
           READ OPERADORES
               INVALID KEY
                   MOVE "RECHAZO" TO seg-evento
                   MOVE "OPERADOR INEXISTENTE" TO seg-detalle
                   PERFORM 058-REGISTRAR-SEGURIDAD
                   DISPLAY "OPERADOR NO AUTORIZADO"
               NOT INVALID KEY
                   PERFORM 060-VALIDAR-OPERADOR
           END-READ.
           CLOSE OPERADORES.
           CLOSE SEGLOG.

      * sin politica cargada rigen los valores por omision: clave de
      * 90 dias, bloqueo al tercer intento fallido, 6 caracteres como
      * minimo y 60 dias sin ingresar para marcar al operador inactivo
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
                       IF pol-dias-clave IS NUMERIC
                           MOVE pol-dias-clave TO w-dias-clave
                       END-IF
                       IF pol-largo-min IS NUMERIC
                           MOVE pol-largo-min TO w-largo-min
                       END-IF
                       IF pol-dias-inactivo IS NUMERIC
                           MOVE pol-dias-inactivo TO w-dias-inactivo
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
                       PERFORM 070-CAMBIAR-CLAVE
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

      * la clave nueva se tipea dos veces, llega al largo minimo
      * (hasta el primer blanco) y no repite la actual. vence a los
      * dias de la politica; con cero dias no vence
       070-CAMBIAR-CLAVE.
           MOVE ZERO TO ope-fallidos.
           DISPLAY "CLAVE NUEVA: ".
           ACCEPT w-clave-nueva.
           DISPLAY "REPITA LA CLAVE NUEVA: ".
           ACCEPT w-clave-repite.
           MOVE ZERO TO w-largo-clave.
           INSPECT w-clave-nueva TALLYING w-largo-clave
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN w-clave-nueva NOT = w-clave-repite
                   DISPLAY "LAS CLAVES NO COINCIDEN"
               WHEN w-largo-clave < w-largo-min
                   DISPLAY "LA CLAVE DEBE TENER AL MENOS "
                           w-largo-min " CARACTERES"
               WHEN w-clave-nueva = w-password
                   DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA "
                           "ACTUAL"
               WHEN OTHER
                   MOVE "s" TO w-clave-ok
           END-EVALUATE.
           IF w-clave-ok = "s"
               MOVE w-operador TO w-hash-texto(1:8)
               MOVE w-clave-nueva TO w-hash-texto(9:8)
               PERFORM 055-CALCULAR-HASH
               MOVE w-hash TO ope-hash
               MOVE w-fecha-hoy TO ope-fecha-clave
               IF w-dias-clave > ZERO
                   COMPUTE ope-vence-clave = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
                       + w-dias-clave)
               ELSE
                   MOVE ZERO TO ope-vence-clave
               END-IF
               MOVE "n" TO ope-cambiar
               MOVE "CAMBIO CLAVE" TO seg-evento
               MOVE SPACES TO seg-detalle
               PERFORM 058-REGISTRAR-SEGURIDAD
               DISPLAY "CLAVE CAMBIADA - VENCE EL " ope-vence-clave
           END-IF.
           REWRITE ope-reg.
       END PROGRAM YOUR-PROGRAM-NAME.
