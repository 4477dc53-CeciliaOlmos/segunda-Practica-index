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
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT CTACTE ASSIGN TO "..\ctacte.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cta-factura
                   ALTERNATE RECORD KEY IS cta-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-ctacte.
           SELECT CTEAUD ASSIGN TO "..\cteaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cteaud.
           SELECT CTEMANT ASSIGN TO "..\ctemant.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-ctemant.
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
           SELECT OPTIONAL CONDPAGO ASSIGN TO "..\condpago.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cpg-status.
           SELECT BATCHLOCK ASSIGN TO "..\batchlock.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-batchlock-status.
           SELECT MANTLOCK ASSIGN TO "..\mantlock.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-mantlock-status.
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
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
      * imagen anterior (A) y posterior (D) del registro de cliente
      * en cada alta, cambio, baja o reactivacion
       FD  CTEAUD.
       01  cma-reg.
           03 cma-fecha pic 9(8).
           03 cma-hora pic 9(8).
           03 cma-operador pic x(8).
           03 cma-accion pic x(10).
           03 cma-imagen pic x.
           03 cma-datos pic x(188).
      * registros de cliente dejados por el mantenimiento: cteAIndex
      * los vuelve a aplicar despues de cada recarga de clientes.txt
       FD  CTEMANT.
       01  cmp-reg.
           03 cmp-fecha pic 9(8).
           03 cmp-operador pic x(8).
           03 cmp-datos pic x(188).
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
       FD  CONDPAGO.
       01  cpg-reg.
           03 cpg-codigo pic 9(2).
           03 cpg-descrip pic x(20).
           03 cpg-tipo pic x.
           03 cpg-dias pic 9(3).
       FD  BATCHLOCK.
       01  block-reg.
           03 block-estado pic x(6).
       FD  MANTLOCK.
       01  mlock-reg.
           03 mlock-estado pic x(6).
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
       01  w-abend-programa pic x(15) value "CTEMANT".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cteaud pic xx.
       01  w-fs-ctemant pic xx.
       01  w-batchlock-status pic xx.
       01  w-mantlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-opcion pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "M".
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
       01  w-codigo-busca pic 9(6).
       01  w-accion pic x(10).
       01  w-cte-anterior pic x(188).
       01  w-cte-nuevo pic x(188).
       01  w-texto pic x(50).
       01  w-cant-arroba pic 9(2).
       01  w-datos-ok pic x.
       01  w-confirma pic x.
      * validacion del CUIT: digito verificador modulo 11 con los
      * pesos 5432765432 sobre los diez primeros digitos
       01  w-cuit-val pic 9(11).
       01  w-cuit-dig redefines w-cuit-val.
           03 w-cuit-d pic 9 OCCURS 11 TIMES.
       01  w-pesos-cuit pic x(10) value "5432765432".
       01  w-pesos-tab redefines w-pesos-cuit.
           03 w-peso pic 9 OCCURS 10 TIMES.
       01  w-cuit-idx pic 9(2).
       01  w-cuit-suma pic 9(4).
       01  w-cuit-dv pic 9(2).
       01  w-cuit-ok pic x.
       01  w-cuit-otro pic 9(6).
       01  w-cuit-cambio pic x.
       01  w-cpg-status pic xx.
       01  w-flag-cpg pic 9.
       01  w-condpagos.
           03 w-cpg-item OCCURS 99 TIMES.
              05 w-cpg-tipo pic x.
       01  w-flag-cte pic 9.
       01  w-flag-cta pic 9.
       01  w-saldo-abierto pic s9(12)V99.
       01  w-cant-abiertas pic 9(5).
       01  l-importe pic -.zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 120-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "MANTENIMIENTO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-TOMAR-MANTLOCK.
           PERFORM 110-ABRIR-ARCHIVOS.
           PERFORM UNTIL w-opcion = 9
               PERFORM 100-MOSTRAR-MENU
               ACCEPT w-opcion
               EVALUATE w-opcion
                   WHEN 1 PERFORM 200-ALTA-CLIENTE
                   WHEN 2 PERFORM 300-CAMBIO-CLIENTE
                   WHEN 3 PERFORM 400-BAJA-CLIENTE
                   WHEN 4 PERFORM 450-REACTIVAR-CLIENTE
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           CLOSE CLIENTE.
           CLOSE CTACTE.
           CLOSE CTEAUD.
           CLOSE CTEMANT.
           PERFORM 140-LIBERAR-MANTLOCK.
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

       100-MOSTRAR-MENU.
           DISPLAY "------ MANTENIMIENTO DE CLIENTES ------".
           DISPLAY "1-ALTA  2-CAMBIO  3-BAJA  4-REACTIVAR  9-SALIR".
           DISPLAY "OPCION: ".

       110-ABRIR-ARCHIVOS.
           OPEN I-O CLIENTE.
           IF w-fs-cliente NOT = "00"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND CTEAUD.
           IF w-fs-cteaud NOT = "00"
               OPEN OUTPUT CTEAUD
           END-IF.
           OPEN EXTEND CTEMANT.
           IF w-fs-ctemant NOT = "00"
               OPEN OUTPUT CTEMANT
           END-IF.
           PERFORM 150-CARGAR-CONDPAGO.

      * la corrida nocturna recarga cliente.dat en el paso 4: con la
      * corrida en curso no se entra
       120-VERIFICAR-BATCHLOCK.
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

       130-TOMAR-MANTLOCK.
           OPEN OUTPUT MANTLOCK.
           MOVE "ACTIVO" TO mlock-estado.
           WRITE mlock-reg.
           CLOSE MANTLOCK.

       140-LIBERAR-MANTLOCK.
           OPEN OUTPUT MANTLOCK.
           MOVE "LIBRE" TO mlock-estado.
           WRITE mlock-reg.
           CLOSE MANTLOCK.

      * condpago.txt es la tabla de condiciones de pago que usa la
      * facturacion para el vencimiento; el codigo 00 es contado
       150-CARGAR-CONDPAGO.
           INITIALIZE w-condpagos.
           MOVE ZERO TO w-flag-cpg.
           OPEN INPUT CONDPAGO.
           IF w-cpg-status = "00" OR w-cpg-status = "05"
               PERFORM 155-LEER-CONDPAGO
                   UNTIL w-flag-cpg = 1
               CLOSE CONDPAGO
           END-IF.

       155-LEER-CONDPAGO.
           READ CONDPAGO
               AT END MOVE 1 TO w-flag-cpg
               NOT AT END
                   IF cpg-codigo > ZERO
                       MOVE cpg-tipo TO w-cpg-tipo(cpg-codigo)
                   END-IF
           END-READ.

       200-ALTA-CLIENTE.
           DISPLAY "CODIGO CLIENTE: ".
           ACCEPT w-codigo-busca.
           MOVE w-codigo-busca TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   PERFORM 210-INGRESAR-ALTA
               NOT INVALID KEY
                   DISPLAY "EL CLIENTE YA EXISTE"
           END-READ.

       210-INGRESAR-ALTA.
           INITIALIZE cte-reg.
           MOVE w-codigo-busca TO cte-codigo.
           MOVE "S" TO cte-activo.
           MOVE "I" TO cte-canal.
           MOVE SPACES TO w-cte-anterior.
           PERFORM 310-INGRESAR-DATOS.
           IF w-datos-ok = "s"
               WRITE cte-reg
                   INVALID KEY
                       DISPLAY "EL CLIENTE YA EXISTE"
                   NOT INVALID KEY
                       MOVE "ALTA" TO w-accion
                       PERFORM 900-REGISTRAR-AUDITORIA
                       DISPLAY "CLIENTE DADO DE ALTA"
               END-WRITE
           END-IF.

       300-CAMBIO-CLIENTE.
           DISPLAY "CODIGO CLIENTE A CAMBIAR: ".
           ACCEPT w-codigo-busca.
           MOVE w-codigo-busca TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "EL CLIENTE NO EXISTE"
               NOT INVALID KEY
                   MOVE cte-reg TO w-cte-anterior
                   PERFORM 310-INGRESAR-DATOS
                   IF w-datos-ok = "s"
                       REWRITE cte-reg
                       MOVE "CAMBIO" TO w-accion
                       PERFORM 900-REGISTRAR-AUDITORIA
                       DISPLAY "CLIENTE ACTUALIZADO"
                   END-IF
           END-READ.

      * en el cambio cada dato muestra el valor actual y un blanco lo
      * deja como esta. el CUIT se valida en el alta y cuando se
      * ingresa uno distinto; sin cambio de CUIT no se vuelve a validar
       310-INGRESAR-DATOS.
           MOVE "s" TO w-datos-ok.
           MOVE "n" TO w-cuit-cambio.
           DISPLAY "NOMBRE: " cte-nombre.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               MOVE w-texto TO cte-nombre
           END-IF.
           DISPLAY "DIRECCION: " cte-direccion.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               MOVE w-texto TO cte-direccion
           END-IF.
           DISPLAY "CUIT: " cte-cuit.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               IF w-texto(1:11) IS NUMERIC
                  AND w-texto(12:) = SPACES
                   MOVE w-texto(1:11) TO w-cuit-val
                   IF w-cuit-val NOT = cte-cuit
                       MOVE "s" TO w-cuit-cambio
                   END-IF
                   MOVE w-cuit-val TO cte-cuit
               ELSE
                   DISPLAY "EL CUIT DEBE TENER 11 DIGITOS"
                   MOVE "n" TO w-datos-ok
               END-IF
           END-IF.
           DISPLAY "TELEFONO: " cte-telefono.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               MOVE w-texto TO cte-telefono
           END-IF.
           DISPLAY "CONDICION DE PAGO (CODIGO): " cte-condpago.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               IF w-texto(1:2) IS NUMERIC AND w-texto(3:) = SPACES
                   MOVE w-texto(1:2) TO cte-condpago
                   IF cte-condpago > ZERO
                      AND w-cpg-tipo(cte-condpago) = SPACE
                       DISPLAY "CONDICION DE PAGO INEXISTENTE"
                       MOVE "n" TO w-datos-ok
                   END-IF
               ELSE
                   DISPLAY "CONDICION DE PAGO INVALIDA (2 DIGITOS)"
                   MOVE "n" TO w-datos-ok
               END-IF
           END-IF.
           DISPLAY "JURISDICCION IIBB (901 A 924): " cte-provincia.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               IF w-texto(1:3) IS NUMERIC AND w-texto(4:) = SPACES
                   MOVE w-texto(1:3) TO cte-provincia
               ELSE
                   DISPLAY "JURISDICCION INVALIDA (3 DIGITOS)"
                   MOVE "n" TO w-datos-ok
               END-IF
           END-IF.
           DISPLAY "CONDICION IIBB (L/C/E/N): " cte-cond-iibb.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               IF w-texto = "L" OR "C" OR "E" OR "N"
                   MOVE w-texto TO cte-cond-iibb
               ELSE
                   DISPLAY "CONDICION IIBB INVALIDA"
                   MOVE "n" TO w-datos-ok
               END-IF
           END-IF.
           DISPLAY "CBU DEBITO AUTOMATICO (0: SIN DEBITO): "
                   cte-debito-cbu.
           PERFORM 320-ACEPTAR-TEXTO.
           EVALUATE TRUE
               WHEN w-texto = SPACES
                   CONTINUE
               WHEN w-texto = "0"
                   MOVE SPACES TO cte-debito-cbu
                   MOVE ZERO TO cte-debito-banco
               WHEN w-texto(1:22) IS NUMERIC
                    AND w-texto(23:) = SPACES
                   MOVE w-texto(1:22) TO cte-debito-cbu
                   MOVE w-texto(1:3) TO cte-debito-banco
               WHEN OTHER
                   DISPLAY "EL CBU DEBE TENER 22 DIGITOS"
                   MOVE "n" TO w-datos-ok
           END-EVALUATE.
           DISPLAY "CANAL DE DOCUMENTOS (I IMPRESO/E CORREO/W PORTAL): "
                   cte-canal.
           PERFORM 320-ACEPTAR-TEXTO.
           IF w-texto NOT = SPACES
               IF w-texto = "I" OR "E" OR "W"
                   MOVE w-texto TO cte-canal
               ELSE
                   DISPLAY "CANAL INVALIDO"
                   MOVE "n" TO w-datos-ok
               END-IF
           END-IF.
           DISPLAY "CORREO ELECTRONICO (0: SIN CORREO): " cte-email.
           PERFORM 320-ACEPTAR-TEXTO.
           MOVE ZERO TO w-cant-arroba.
           INSPECT w-texto TALLYING w-cant-arroba FOR ALL "@".
           EVALUATE TRUE
               WHEN w-texto = SPACES
                   CONTINUE
               WHEN w-texto = "0"
                   MOVE SPACES TO cte-email
               WHEN w-cant-arroba = 1
                    AND w-texto(1:1) NOT = "@"
                   MOVE w-texto TO cte-email
               WHEN OTHER
                   DISPLAY "DIRECCION DE CORREO INVALIDA"
                   MOVE "n" TO w-datos-ok
           END-EVALUATE.
           IF cte-canal = "E" AND cte-email = SPACES
               DISPLAY "EL CANAL CORREO NECESITA UNA DIRECCION"
               MOVE "n" TO w-datos-ok
           END-IF.
           IF w-datos-ok = "s"
              AND (w-cte-anterior = SPACES OR w-cuit-cambio = "s")
               PERFORM 500-VALIDAR-CUIT
           END-IF.
           IF w-datos-ok NOT = "s"
               DISPLAY "NO SE GRABA NINGUN CAMBIO"
           END-IF.

       320-ACEPTAR-TEXTO.
           MOVE SPACES TO w-texto.
           ACCEPT w-texto.

      * con saldo abierto en cuenta corriente no se da de baja: primero
      * se cobra, se castiga o se fusiona con otro codigo
       400-BAJA-CLIENTE.
           DISPLAY "CODIGO CLIENTE A DAR DE BAJA: ".
           ACCEPT w-codigo-busca.
           MOVE w-codigo-busca TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "EL CLIENTE NO EXISTE"
               NOT INVALID KEY
                   PERFORM 410-VERIFICAR-BAJA
           END-READ.

       410-VERIFICAR-BAJA.
           IF cte-activo = "N"
               DISPLAY "EL CLIENTE YA ESTA DADO DE BAJA"
           ELSE
               PERFORM 600-CALCULAR-SALDO
               IF w-cant-abiertas > ZERO
                   MOVE w-saldo-abierto TO l-importe
                   DISPLAY "EL CLIENTE TIENE " w-cant-abiertas
                           " FACTURAS ABIERTAS - SALDO " l-importe
                   DISPLAY "NO SE PUEDE DAR DE BAJA"
               ELSE
                   DISPLAY "BAJA DE " cte-codigo " " cte-nombre
                   DISPLAY "CONFIRMA (S/N): "
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       MOVE cte-reg TO w-cte-anterior
                       MOVE "N" TO cte-activo
                       REWRITE cte-reg
                       MOVE "BAJA" TO w-accion
                       PERFORM 900-REGISTRAR-AUDITORIA
                       DISPLAY "CLIENTE DADO DE BAJA"
                   END-IF
               END-IF
           END-IF.

      * al reactivar el CUIT no puede estar en uso por otro cliente
      * activo, igual que en el alta
       450-REACTIVAR-CLIENTE.
           DISPLAY "CODIGO CLIENTE A REACTIVAR: ".
           ACCEPT w-codigo-busca.
           MOVE w-codigo-busca TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "EL CLIENTE NO EXISTE"
               NOT INVALID KEY
                   IF cte-activo NOT = "N"
                       DISPLAY "EL CLIENTE YA ESTA ACTIVO"
                   ELSE
                       MOVE "s" TO w-datos-ok
                       MOVE cte-reg TO w-cte-anterior
                       PERFORM 500-VALIDAR-CUIT
                       IF w-datos-ok = "s"
                           MOVE "S" TO cte-activo
                           REWRITE cte-reg
                           MOVE "REACTIVA" TO w-accion
                           PERFORM 900-REGISTRAR-AUDITORIA
                           DISPLAY "CLIENTE REACTIVADO"
                       END-IF
                   END-IF
           END-READ.

      * CUIT en cero es consumidor final (la factura electronica sale
      * tipo B) y no se controla. cualquier otro tiene que pasar el
      * digito verificador y no puede pertenecer a otro cliente
      * activo. cliente.dat no tiene clave por CUIT: se recorre entero
      * y despues se vuelve a leer el cliente en curso
       500-VALIDAR-CUIT.
           IF cte-cuit NOT = ZERO
               PERFORM 505-CONTROLAR-CUIT
           END-IF.

       505-CONTROLAR-CUIT.
           MOVE cte-cuit TO w-cuit-val.
           PERFORM 510-DIGITO-VERIFICADOR.
           IF w-cuit-ok NOT = "s"
               DISPLAY "CUIT " cte-cuit " INVALIDO - NO PASA EL "
                       "DIGITO VERIFICADOR"
               MOVE "n" TO w-datos-ok
           ELSE
               MOVE cte-reg TO w-cte-nuevo
               MOVE ZERO TO w-cuit-otro
               MOVE ZERO TO w-flag-cte
               MOVE ZERO TO cte-codigo
               START CLIENTE KEY IS NOT LESS THAN cte-codigo
                   INVALID KEY MOVE 1 TO w-flag-cte
               END-START
               PERFORM 520-BUSCAR-CUIT UNTIL w-flag-cte = 1
               MOVE w-cte-nuevo TO cte-reg
               READ CLIENTE
                   INVALID KEY CONTINUE
               END-READ
               MOVE w-cte-nuevo TO cte-reg
               IF w-cuit-otro NOT = ZERO
                   DISPLAY "EL CUIT YA PERTENECE AL CLIENTE ACTIVO "
                           w-cuit-otro
                   MOVE "n" TO w-datos-ok
               END-IF
           END-IF.

       510-DIGITO-VERIFICADOR.
           MOVE "n" TO w-cuit-ok.
           MOVE ZERO TO w-cuit-suma.
           PERFORM 515-SUMAR-DIGITO
               VARYING w-cuit-idx FROM 1 BY 1
               UNTIL w-cuit-idx > 10.
           COMPUTE w-cuit-dv = 11 - FUNCTION MOD(w-cuit-suma, 11).
           IF w-cuit-dv = 11
               MOVE ZERO TO w-cuit-dv
           END-IF.
           IF w-cuit-dv < 10
              AND w-cuit-dv = w-cuit-d(11)
              AND w-cuit-val NOT = ZERO
               MOVE "s" TO w-cuit-ok
           END-IF.

       515-SUMAR-DIGITO.
           COMPUTE w-cuit-suma = w-cuit-suma
               + w-cuit-d(w-cuit-idx) * w-peso(w-cuit-idx).

       520-BUSCAR-CUIT.
           READ CLIENTE NEXT
               AT END MOVE 1 TO w-flag-cte
               NOT AT END
                   IF cte-cuit = w-cuit-val
                      AND cte-activo NOT = "N"
                      AND cte-codigo NOT = w-cte-nuevo(1:6)
                       MOVE cte-codigo TO w-cuit-otro
                       MOVE 1 TO w-flag-cte
                   END-IF
           END-READ.

      * saldo abierto: facturas no canceladas ni anuladas con algo
      * pendiente de cobro, en la moneda de cada factura
       600-CALCULAR-SALDO.
           MOVE ZERO TO w-saldo-abierto.
           MOVE ZERO TO w-cant-abiertas.
           MOVE ZERO TO w-flag-cta.
           MOVE cte-codigo TO cta-cliente.
           START CTACTE KEY IS = cta-cliente
               INVALID KEY MOVE 1 TO w-flag-cta
           END-START.
           PERFORM 610-SUMAR-FACTURA UNTIL w-flag-cta = 1.

       610-SUMAR-FACTURA.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-cta
               NOT AT END
                   IF cta-cliente NOT = cte-codigo
                       MOVE 1 TO w-flag-cta
                   ELSE
                       IF cta-estado NOT = "C" AND cta-estado NOT = "X"
                          AND cta-total NOT = cta-cobrado
                           ADD 1 TO w-cant-abiertas
                           COMPUTE w-saldo-abierto = w-saldo-abierto
                               + cta-total - cta-cobrado
                       END-IF
                   END-IF
           END-READ.

      * imagen anterior y posterior en cteaud.txt; la posterior tambien
      * va a ctemant.txt para que la recarga nocturna no la pise
       900-REGISTRAR-AUDITORIA.
           ACCEPT cma-fecha FROM DATE YYYYMMDD.
           ACCEPT cma-hora FROM TIME.
           MOVE w-operador TO cma-operador.
           MOVE w-accion TO cma-accion.
           IF w-cte-anterior NOT = SPACES
               MOVE "A" TO cma-imagen
               MOVE w-cte-anterior TO cma-datos
               WRITE cma-reg
           END-IF.
           MOVE "D" TO cma-imagen.
           MOVE cte-reg TO cma-datos.
           WRITE cma-reg.
           MOVE w-fecha-hoy TO cmp-fecha.
           MOVE w-operador TO cmp-operador.
           MOVE cte-reg TO cmp-datos.
           WRITE cmp-reg.

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
