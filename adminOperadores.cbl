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
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ope-id
           FILE STATUS IS w-fs-operadores.
           SELECT PERFILES ASSIGN TO "..\perfiles.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prf-nombre
           FILE STATUS IS w-fs-perfiles.
           SELECT OPTIONAL SEGPOLITICA ASSIGN TO "..\segpolitica.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-segpolitica.
           SELECT SEGLOG ASSIGN TO "..\seglog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-seglog.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
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
       01  w-abend-programa pic x(15) value "ADMINOPERADORES".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-opcion pic 9 value zero.
       01  w-opcion-prf pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "S".
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
      * politica de claves vigente (segpolitica.txt)
       01  w-dias-clave pic 9(3) value 90.
       01  w-largo-min pic 9(2) value 6.
       01  w-dias-inactivo pic 9(3) value 60.
      * operador sobre el que actua el administrador
       01  w-ope-busca pic x(8).
       01  w-ope-ok pic x.
       01  w-ope-evento pic x(8).
       01  w-estado-ant pic x.
       01  w-clave-nueva pic x(8).
       01  w-clave-repite pic x(8).
       01  w-largo-clave pic 9(2).
       01  w-clave-ok pic x.
       01  w-perfil-nuevo pic x(10).
       01  w-perfil-ant pic x(10).
       01  w-perfil-ok pic x.
       01  w-permisos-ant pic x(10).
       01  w-cant-usan pic 9(4).
       01  w-flag-lista pic 9.
           88 fin-lista value 1.
       01  l-limite pic z.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 100-ABRIR-ARCHIVOS.
           PERFORM UNTIL w-opcion = 9
               PERFORM 110-MOSTRAR-MENU
               ACCEPT w-opcion
               EVALUATE w-opcion
                   WHEN 1 PERFORM 200-ALTA-OPERADOR
                   WHEN 2 PERFORM 300-DESHABILITAR-OPERADOR
                   WHEN 3 PERFORM 400-HABILITAR-OPERADOR
                   WHEN 4 PERFORM 500-FORZAR-CLAVE
                   WHEN 5 PERFORM 600-CAMBIAR-PERFIL
                   WHEN 6 PERFORM 700-MANTENER-PERFILES
                   WHEN 7 PERFORM 800-MANTENER-POLITICA
                   WHEN 8 PERFORM 850-LISTAR-OPERADORES
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           CLOSE OPERADORES.
           CLOSE PERFILES.
           CLOSE SEGLOG.
           STOP RUN.

      * solo entra el administrador de seguridad (permiso S): el
      * ingreso es el mismo de los demas programas interactivos
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

       100-ABRIR-ARCHIVOS.
           OPEN I-O OPERADORES.
           IF w-fs-operadores NOT = "00"
               MOVE "OPERADORES" TO w-abend-archivo
               MOVE w-fs-operadores TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
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

       110-MOSTRAR-MENU.
           DISPLAY "------ ADMINISTRACION DE OPERADORES ------".
           DISPLAY "1-ALTA  2-DESHABILITAR  3-HABILITAR/DESBLOQUEAR".
           DISPLAY "4-FORZAR CAMBIO DE CLAVE  5-PERFIL Y LIMITE".
           DISPLAY "6-PERFILES  7-POLITICA DE CLAVES  8-LISTAR".
           DISPLAY "9-SALIR".
           DISPLAY "OPCION: ".

      * la clave se tipea dos veces; se toma hasta el primer blanco y
      * tiene que llegar al largo minimo de la politica
       150-INGRESAR-CLAVE.
           MOVE "n" TO w-clave-ok.
           DISPLAY "CLAVE: ".
           ACCEPT w-clave-nueva.
           DISPLAY "REPITA LA CLAVE: ".
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
               WHEN OTHER
                   MOVE "s" TO w-clave-ok
           END-EVALUATE.

      * el administrador no se modifica a si mismo: no puede quedar
      * sin acceso ni darse mas permisos sin que otro intervenga
       160-LEER-OPE-AFECTADO.
           MOVE "n" TO w-ope-ok.
           DISPLAY "OPERADOR: ".
           ACCEPT w-ope-busca.
           IF w-ope-busca = w-operador
               DISPLAY "NO PUEDE MODIFICAR SU PROPIO OPERADOR"
           ELSE
               MOVE w-ope-busca TO ope-id
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "EL OPERADOR NO EXISTE"
                   NOT INVALID KEY
                       MOVE "s" TO w-ope-ok
                       MOVE ope-id TO w-ope-evento
               END-READ
           END-IF.

       170-HASH-CLAVE-NUEVA.
           MOVE ope-id TO w-hash-texto(1:8).
           MOVE w-clave-nueva TO w-hash-texto(9:8).
           PERFORM 055-CALCULAR-HASH.
           MOVE w-hash TO ope-hash.

       200-ALTA-OPERADOR.
           DISPLAY "OPERADOR NUEVO: ".
           ACCEPT w-ope-busca.
           IF w-ope-busca = SPACES
               DISPLAY "OPERADOR INVALIDO"
           ELSE
               MOVE w-ope-busca TO ope-id
               READ OPERADORES
                   INVALID KEY
                       PERFORM 210-INGRESAR-ALTA
                   NOT INVALID KEY
                       DISPLAY "EL OPERADOR YA EXISTE"
               END-READ
           END-IF.

      * el operador nuevo entra con una clave temporal que debe cambiar
      * en su primer ingreso
       210-INGRESAR-ALTA.
           INITIALIZE ope-reg.
           MOVE w-ope-busca TO ope-id.
           DISPLAY "NOMBRE: ".
           ACCEPT ope-nombre.
           DISPLAY "PERFIL: ".
           ACCEPT w-perfil-nuevo.
           PERFORM 220-VALIDAR-PERFIL.
           IF w-perfil-ok = "s"
               DISPLAY "LIMITE DE APROBACION DE CREDITO: "
               ACCEPT ope-limite-aprob
               DISPLAY "CLAVE TEMPORAL"
               PERFORM 150-INGRESAR-CLAVE
               IF w-clave-ok = "s"
                   PERFORM 230-GRABAR-ALTA
               END-IF
           END-IF.

       220-VALIDAR-PERFIL.
           MOVE "n" TO w-perfil-ok.
           MOVE w-perfil-nuevo TO prf-nombre.
           READ PERFILES
               INVALID KEY
                   DISPLAY "EL PERFIL NO EXISTE"
               NOT INVALID KEY
                   MOVE "s" TO w-perfil-ok
           END-READ.

       230-GRABAR-ALTA.
           MOVE w-perfil-nuevo TO ope-perfil.
           MOVE "A" TO ope-estado.
           MOVE ZERO TO ope-fallidos.
           MOVE w-fecha-hoy TO ope-fecha-clave.
           MOVE ZERO TO ope-vence-clave.
           MOVE "s" TO ope-cambiar.
           MOVE ZERO TO ope-ultimo-ingreso.
           MOVE ZERO TO ope-ultima-hora.
           MOVE w-fecha-hoy TO ope-fecha-alta.
           PERFORM 170-HASH-CLAVE-NUEVA.
           WRITE ope-reg
               INVALID KEY
                   DISPLAY "EL OPERADOR YA EXISTE"
               NOT INVALID KEY
                   MOVE ope-id TO w-ope-evento
                   MOVE "ALTA" TO seg-evento
                   MOVE SPACES TO seg-detalle
                   STRING "PERFIL " DELIMITED BY SIZE
                          ope-perfil DELIMITED BY SPACE
                          INTO seg-detalle
                   PERFORM 880-REGISTRAR-EVENTO
                   DISPLAY "OPERADOR DADO DE ALTA"
           END-WRITE.

       300-DESHABILITAR-OPERADOR.
           PERFORM 160-LEER-OPE-AFECTADO.
           IF w-ope-ok = "s"
               IF ope-estado = "D"
                   DISPLAY "EL OPERADOR YA ESTA DESHABILITADO"
               ELSE
                   MOVE "D" TO ope-estado
                   REWRITE ope-reg
                   MOVE "BAJA" TO seg-evento
                   MOVE "OPERADOR DESHABILITADO" TO seg-detalle
                   PERFORM 880-REGISTRAR-EVENTO
                   DISPLAY "OPERADOR DESHABILITADO"
               END-IF
           END-IF.

      * habilita al deshabilitado y desbloquea al que agoto los
      * intentos; en los dos casos vuelve a cero el contador
       400-HABILITAR-OPERADOR.
           PERFORM 160-LEER-OPE-AFECTADO.
           IF w-ope-ok = "s"
               IF ope-estado = "A"
                   DISPLAY "EL OPERADOR YA ESTA ACTIVO"
               ELSE
                   MOVE ope-estado TO w-estado-ant
                   MOVE "A" TO ope-estado
                   MOVE ZERO TO ope-fallidos
                   REWRITE ope-reg
                   MOVE "HABILITA" TO seg-evento
                   IF w-estado-ant = "B"
                       MOVE "DESBLOQUEO" TO seg-detalle
                   ELSE
                       MOVE "REHABILITADO" TO seg-detalle
                   END-IF
                   PERFORM 880-REGISTRAR-EVENTO
                   DISPLAY "OPERADOR HABILITADO"
               END-IF
           END-IF.

      * clave olvidada o comprometida: se asigna una temporal que el
      * operador debe cambiar al ingresar; un bloqueado queda activo
       500-FORZAR-CLAVE.
           PERFORM 160-LEER-OPE-AFECTADO.
           IF w-ope-ok = "s"
               DISPLAY "CLAVE TEMPORAL"
               PERFORM 150-INGRESAR-CLAVE
               IF w-clave-ok = "s"
                   PERFORM 170-HASH-CLAVE-NUEVA
                   MOVE "s" TO ope-cambiar
                   MOVE ZERO TO ope-fallidos
                   MOVE w-fecha-hoy TO ope-fecha-clave
                   IF ope-estado = "B"
                       MOVE "A" TO ope-estado
                   END-IF
                   REWRITE ope-reg
                   MOVE "CLAVE FORZ" TO seg-evento
                   MOVE "CAMBIO OBLIGATORIO AL INGRESAR" TO seg-detalle
                   PERFORM 880-REGISTRAR-EVENTO
                   DISPLAY "CLAVE TEMPORAL ASIGNADA"
               END-IF
           END-IF.

       600-CAMBIAR-PERFIL.
           PERFORM 160-LEER-OPE-AFECTADO.
           IF w-ope-ok = "s"
               MOVE ope-perfil TO w-perfil-ant
               DISPLAY "PERFIL ACTUAL: " ope-perfil
               DISPLAY "NUEVO PERFIL (BLANCO: SIN CAMBIO): "
               ACCEPT w-perfil-nuevo
               IF w-perfil-nuevo = SPACES
                   MOVE ope-perfil TO w-perfil-nuevo
               END-IF
               PERFORM 220-VALIDAR-PERFIL
               IF w-perfil-ok = "s"
                   MOVE ope-limite-aprob TO l-limite
                   DISPLAY "LIMITE DE APROBACION ACTUAL: " l-limite
                   DISPLAY "NUEVO LIMITE DE APROBACION: "
                   ACCEPT ope-limite-aprob
                   MOVE w-perfil-nuevo TO ope-perfil
                   REWRITE ope-reg
                   MOVE "PERFIL" TO seg-evento
                   MOVE SPACES TO seg-detalle
                   STRING w-perfil-ant DELIMITED BY SPACE
                          " A " DELIMITED BY SIZE
                          ope-perfil DELIMITED BY SPACE
                          INTO seg-detalle
                   PERFORM 880-REGISTRAR-EVENTO
                   DISPLAY "OPERADOR ACTUALIZADO"
               END-IF
           END-IF.

      * los perfiles agrupan las letras de permiso de los programas;
      * un perfil en uso no se puede borrar
       700-MANTENER-PERFILES.
           MOVE ZERO TO w-opcion-prf.
           PERFORM 705-OPCION-PERFILES
               UNTIL w-opcion-prf = 9.

       705-OPCION-PERFILES.
           DISPLAY "------ PERFILES ------".
           DISPLAY "1-ALTA  2-CAMBIO  3-BAJA  4-LISTAR  9-VOLVER".
           DISPLAY "OPCION: ".
           ACCEPT w-opcion-prf.
           EVALUATE w-opcion-prf
               WHEN 1 PERFORM 710-ALTA-PERFIL
               WHEN 2 PERFORM 720-CAMBIO-PERFIL
               WHEN 3 PERFORM 730-BAJA-PERFIL
               WHEN 4 PERFORM 740-LISTAR-PERFILES
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       710-ALTA-PERFIL.
           DISPLAY "PERFIL NUEVO: ".
           ACCEPT w-perfil-nuevo.
           IF w-perfil-nuevo = SPACES
               DISPLAY "PERFIL INVALIDO"
           ELSE
               MOVE w-perfil-nuevo TO prf-nombre
               READ PERFILES
                   INVALID KEY
                       PERFORM 715-GRABAR-PERFIL
                   NOT INVALID KEY
                       DISPLAY "EL PERFIL YA EXISTE"
               END-READ
           END-IF.

       715-GRABAR-PERFIL.
           MOVE w-perfil-nuevo TO prf-nombre.
           DISPLAY "LETRAS DE PERMISO: ".
           ACCEPT prf-permisos.
           DISPLAY "DESCRIPCION: ".
           ACCEPT prf-descrip.
           WRITE prf-reg
               INVALID KEY
                   DISPLAY "EL PERFIL YA EXISTE"
               NOT INVALID KEY
                   MOVE SPACES TO w-ope-evento
                   MOVE "PERFIL ALTA" TO seg-evento
                   MOVE SPACES TO seg-detalle
                   STRING prf-nombre DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          prf-permisos DELIMITED BY SPACE
                          INTO seg-detalle
                   PERFORM 880-REGISTRAR-EVENTO
                   DISPLAY "PERFIL DADO DE ALTA"
           END-WRITE.

       720-CAMBIO-PERFIL.
           DISPLAY "PERFIL A CAMBIAR: ".
           ACCEPT w-perfil-nuevo.
           MOVE w-perfil-nuevo TO prf-nombre.
           READ PERFILES
               INVALID KEY
                   DISPLAY "EL PERFIL NO EXISTE"
               NOT INVALID KEY
                   PERFORM 725-INGRESAR-CAMBIO-PERFIL
           END-READ.

       725-INGRESAR-CAMBIO-PERFIL.
           MOVE prf-permisos TO w-permisos-ant.
           DISPLAY "PERMISOS ACTUALES: " prf-permisos.
           DISPLAY "NUEVAS LETRAS DE PERMISO: ".
           ACCEPT prf-permisos.
           DISPLAY "DESCRIPCION ACTUAL: " prf-descrip.
           DISPLAY "NUEVA DESCRIPCION: ".
           ACCEPT prf-descrip.
           REWRITE prf-reg.
           MOVE SPACES TO w-ope-evento.
           MOVE "PERFIL CAMB" TO seg-evento.
           MOVE SPACES TO seg-detalle.
           STRING prf-nombre DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  w-permisos-ant DELIMITED BY SPACE
                  " A " DELIMITED BY SIZE
                  prf-permisos DELIMITED BY SPACE
                  INTO seg-detalle.
           PERFORM 880-REGISTRAR-EVENTO.
           DISPLAY "PERFIL ACTUALIZADO".

       730-BAJA-PERFIL.
           DISPLAY "PERFIL A BORRAR: ".
           ACCEPT w-perfil-nuevo.
           MOVE ZERO TO w-cant-usan.
           MOVE LOW-VALUES TO ope-id.
           MOVE ZERO TO w-flag-lista.
           START OPERADORES KEY IS NOT LESS THAN ope-id
               INVALID KEY MOVE 1 TO w-flag-lista
           END-START.
           PERFORM 735-CONTAR-USO UNTIL fin-lista.
           IF w-cant-usan > ZERO
               DISPLAY "EL PERFIL LO USAN " w-cant-usan
                       " OPERADORES - NO SE BORRA"
           ELSE
               MOVE w-perfil-nuevo TO prf-nombre
               DELETE PERFILES
                   INVALID KEY
                       DISPLAY "EL PERFIL NO EXISTE"
                   NOT INVALID KEY
                       MOVE SPACES TO w-ope-evento
                       MOVE "PERFIL BAJA" TO seg-evento
                       MOVE w-perfil-nuevo TO seg-detalle
                       PERFORM 880-REGISTRAR-EVENTO
                       DISPLAY "PERFIL BORRADO"
               END-DELETE
           END-IF.

       735-CONTAR-USO.
           READ OPERADORES NEXT
               AT END MOVE 1 TO w-flag-lista
               NOT AT END
                   IF ope-perfil = w-perfil-nuevo
                       ADD 1 TO w-cant-usan
                   END-IF
           END-READ.

       740-LISTAR-PERFILES.
           MOVE LOW-VALUES TO prf-nombre.
           MOVE ZERO TO w-flag-lista.
           START PERFILES KEY IS NOT LESS THAN prf-nombre
               INVALID KEY MOVE 1 TO w-flag-lista
           END-START.
           PERFORM 745-MOSTRAR-PERFIL UNTIL fin-lista.

       745-MOSTRAR-PERFIL.
           READ PERFILES NEXT
               AT END MOVE 1 TO w-flag-lista
               NOT AT END
                   DISPLAY prf-nombre " " prf-permisos " " prf-descrip
           END-READ.

      * la politica se guarda en un solo registro de segpolitica.txt;
      * el vencimiento nuevo rige desde el proximo cambio de clave
       800-MANTENER-POLITICA.
           DISPLAY "DIAS DE VIGENCIA DE LA CLAVE ACTUAL: " w-dias-clave.
           DISPLAY "NUEVOS DIAS (0: NO VENCE): ".
           ACCEPT w-dias-clave.
           DISPLAY "INTENTOS FALLIDOS HASTA BLOQUEAR ACTUAL: "
                   w-max-intentos.
           DISPLAY "NUEVOS INTENTOS: ".
           ACCEPT w-max-intentos.
           IF w-max-intentos = ZERO
               MOVE 3 TO w-max-intentos
           END-IF.
           DISPLAY "LARGO MINIMO DE CLAVE ACTUAL: " w-largo-min.
           DISPLAY "NUEVO LARGO MINIMO: ".
           ACCEPT w-largo-min.
           IF w-largo-min > 8
               MOVE 8 TO w-largo-min
           END-IF.
           DISPLAY "DIAS SIN INGRESO PARA INACTIVO ACTUAL: "
                   w-dias-inactivo.
           DISPLAY "NUEVOS DIAS SIN INGRESO: ".
           ACCEPT w-dias-inactivo.
           OPEN OUTPUT SEGPOLITICA.
           IF w-fs-segpolitica NOT = "00"
               MOVE "SEGPOLITICA" TO w-abend-archivo
               MOVE w-fs-segpolitica TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-dias-clave TO pol-dias-clave.
           MOVE w-max-intentos TO pol-intentos.
           MOVE w-largo-min TO pol-largo-min.
           MOVE w-dias-inactivo TO pol-dias-inactivo.
           WRITE pol-reg.
           CLOSE SEGPOLITICA.
           MOVE SPACES TO w-ope-evento.
           MOVE "POLITICA" TO seg-evento.
           MOVE SPACES TO seg-detalle.
           STRING "DIAS " w-dias-clave
                  " INTENTOS " w-max-intentos
                  " LARGO " w-largo-min
                  DELIMITED BY SIZE INTO seg-detalle.
           PERFORM 880-REGISTRAR-EVENTO.
           DISPLAY "POLITICA ACTUALIZADA".

       850-LISTAR-OPERADORES.
           MOVE LOW-VALUES TO ope-id.
           MOVE ZERO TO w-flag-lista.
           START OPERADORES KEY IS NOT LESS THAN ope-id
               INVALID KEY MOVE 1 TO w-flag-lista
           END-START.
           DISPLAY "OPERADOR NOMBRE                         PERFIL"
                   "     E ULT.INGR VENCE".
           PERFORM 855-MOSTRAR-OPERADOR UNTIL fin-lista.

       855-MOSTRAR-OPERADOR.
           READ OPERADORES NEXT
               AT END MOVE 1 TO w-flag-lista
               NOT AT END
                   DISPLAY ope-id " " ope-nombre " " ope-perfil " "
                           ope-estado " " ope-ultimo-ingreso " "
                           ope-vence-clave
           END-READ.

      * cada accion del administrador queda en seglog.txt con el
      * operador afectado y quien la hizo
       880-REGISTRAR-EVENTO.
           ACCEPT seg-fecha FROM DATE YYYYMMDD.
           ACCEPT seg-hora FROM TIME.
           MOVE w-ope-evento TO seg-operador.
           MOVE w-abend-programa TO seg-programa.
           MOVE w-operador TO seg-responsable.
           WRITE seg-reg.

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
