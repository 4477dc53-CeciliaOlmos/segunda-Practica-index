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
           SELECT DOCLOG ASSIGN TO "..\doclog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-id
                   ALTERNATE RECORD KEY IS doc-destinatario
                       WITH DUPLICATES
           FILE STATUS IS w-fs-doclog.
           SELECT CLIENTE ASSIGN TO "..\cliente.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS cte-codigo
           FILE STATUS IS w-fs-cliente.
           SELECT VENDOR ASSIGN TO "..\vendor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS vend-codigo
           FILE STATUS IS w-fs-vendor.
           SELECT PROVEEDOR ASSIGN TO "..\proveedor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS prv-articulo
           FILE STATUS IS w-fs-proveedor.
           SELECT DOCUMENTO ASSIGN TO w-doc-nombre
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-documento.
           SELECT IMPRESION ASSIGN TO "..\impresion.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-impresion.
           SELECT CORREO ASSIGN TO "..\correo.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-correo.
           SELECT PORTAL ASSIGN TO "..\portal.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-portal.
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
       FD  DOCLOG.
       01  doc-reg.
           03 doc-id.
              05 doc-fecha pic 9(8).
              05 doc-origen pic x(2).
              05 doc-nro pic 9(5).
      * C cliente, V vendedor, P proveedor
           03 doc-destinatario.
              05 doc-tipo-dest pic x.
              05 doc-destino pic 9(6).
           03 doc-nombre pic x(30).
           03 doc-referencia pic x(12).
           03 doc-lineas pic 9(5).
           03 doc-archivo pic x(40).
      * I impreso, E correo, W portal
           03 doc-canal pic x.
           03 doc-direccion pic x(50).
      * E enviado, N no entregado, R reenviado
           03 doc-estado pic x.
           03 doc-motivo pic x(20).
           03 doc-envios pic 9(2).
           03 doc-fecha-envio pic 9(8).
           03 doc-hora-envio pic 9(8).
           03 doc-operador pic x(8).
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
       FD  VENDOR.
       01  vend-reg.
           03 vend-codigo pic 9(3).
           03 vend-nombre pic x(30).
           03 vend-region pic x(15).
           03 vend-fecha-alta pic 9(8).
           03 vend-activo pic x.
           03 vend-canal pic x.
           03 vend-email pic x(50).
       FD  PROVEEDOR.
       01  prv-reg.
           03 prv-articulo pic x(8).
           03 prv-proveedor pic 9(4).
           03 prv-nombre pic x(30).
           03 prv-leadtime pic 9(3).
           03 prv-min-orden pic 9(7).
           03 prv-canal pic x.
           03 prv-email pic x(50).
       FD  DOCUMENTO.
       01  dto-linea pic x(100).
       FD  IMPRESION.
       01  imp-linea pic x(100).
       FD  CORREO.
       01  cor-reg.
           03 cor-doc-id pic x(15).
           03 cor-direccion pic x(50).
           03 cor-asunto pic x(20).
           03 cor-referencia pic x(12).
           03 cor-archivo pic x(40).
       FD  PORTAL.
       01  por-reg.
           03 por-doc-id pic x(15).
           03 por-tipo-dest pic x.
           03 por-destino pic 9(6).
           03 por-asunto pic x(20).
           03 por-referencia pic x(12).
           03 por-archivo pic x(40).
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
       01  w-abend-programa pic x(15) value "REENVIADOC".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-doclog pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-vendor pic xx.
       01  w-fs-proveedor pic xx.
       01  w-fs-documento pic xx.
       01  w-fs-impresion pic xx.
       01  w-fs-correo pic xx.
       01  w-fs-portal pic xx.
       01  w-fecha-hoy pic 9(8).
       01  w-opcion pic 9 value zero.
       01  w-confirma pic x.
       01  w-doc-nombre pic x(40).
       01  w-doc-id-texto pic x(15).
       01  w-tipo-dest pic x.
       01  w-destino pic 9(6).
       01  w-nombre pic x(30).
       01  w-canal pic x.
       01  w-canal-nuevo pic x.
       01  w-email pic x(50).
       01  w-texto pic x(50).
       01  w-cant-arroba pic 9(2).
       01  w-motivo pic x(20).
       01  w-flag-copia pic 9.
           88 fin-copia value 1.
       01  w-flag-log pic 9.
           88 fin-log value 1.
       01  w-cant-lista pic 9(5).
       01  w-cant-reenviados pic 9(5).
       01  w-cant-siguen pic 9(5).
      * asunto del correo y del portal segun el impreso de origen
       01  w-asuntos-defecto.
           03 filler pic x(22) value "CMAVISO DE MORA".
           03 filler pic x(22) value "NVNOVEDADES VIP".
           03 filler pic x(22) value "OCORDEN DE COMPRA".
           03 filler pic x(22) value "ECESTADO DE CUENTA".
           03 filler pic x(22) value "NINOTA DE INTERESES".
       01  w-asuntos-tab REDEFINES w-asuntos-defecto.
           03 w-asu-item OCCURS 5 TIMES.
              05 w-asu-origen pic x(2).
              05 w-asu-texto pic x(20).
       01  w-idx-asu pic 9(2).
       01  w-asunto pic x(20).
      * proveedores: proveedor.dat tiene un registro por articulo, se
      * arma la tabla por proveedor con el primer canal cargado
       01  w-tabla-prv.
           03 w-prv-item OCCURS 999 TIMES.
              05 w-prv-codigo pic 9(4).
              05 w-prv-nombre pic x(30).
              05 w-prv-canal pic x.
              05 w-prv-email pic x(50).
       01  w-cant-prv pic 9(3) value zero.
       01  w-idx-prv pic 9(3).
       01  w-pos-prv pic 9(3).
       01  w-flag-prv pic 9.
           88 fin-proveedor value 1.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "D".
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
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 90-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "REENVIO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-ABRIR-ARCHIVOS.
           PERFORM UNTIL w-opcion = 9
               PERFORM 100-MOSTRAR-MENU
               ACCEPT w-opcion
               EVALUATE w-opcion
                   WHEN 1 PERFORM 200-REENVIAR-DOCUMENTO
                   WHEN 2 PERFORM 300-DOCUMENTOS-DESTINATARIO
                   WHEN 3 PERFORM 400-REINTENTAR-PENDIENTES
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           CLOSE DOCLOG.
           CLOSE CLIENTE.
           CLOSE VENDOR.
           CLOSE IMPRESION.
           CLOSE CORREO.
           CLOSE PORTAL.
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

       90-VERIFICAR-BATCHLOCK.
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


       100-MOSTRAR-MENU.
           DISPLAY "------ REENVIO DE DOCUMENTOS ------".
           DISPLAY "1-REENVIAR  2-POR DESTINATARIO  "
                   "3-REINTENTAR NO ENTREGADOS  9-SALIR".
           DISPLAY "OPCION: ".

       110-ABRIR-ARCHIVOS.
           OPEN I-O DOCLOG.
           IF w-fs-doclog NOT = "00"
               MOVE "DOCLOG" TO w-abend-archivo
               MOVE w-fs-doclog TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT CLIENTE.
           IF w-fs-cliente NOT = "00" AND NOT = "05"
               MOVE "CLIENTE" TO w-abend-archivo
               MOVE w-fs-cliente TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT VENDOR.
           IF w-fs-vendor NOT = "00" AND NOT = "05"
               MOVE "VENDOR" TO w-abend-archivo
               MOVE w-fs-vendor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           PERFORM 150-CARGAR-PROVEEDORES.
           OPEN EXTEND IMPRESION.
           IF w-fs-impresion NOT = "00"
               OPEN OUTPUT IMPRESION
           END-IF.
           IF w-fs-impresion NOT = "00"
               MOVE "IMPRESION" TO w-abend-archivo
               MOVE w-fs-impresion TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND CORREO.
           IF w-fs-correo NOT = "00"
               OPEN OUTPUT CORREO
           END-IF.
           IF w-fs-correo NOT = "00"
               MOVE "CORREO" TO w-abend-archivo
               MOVE w-fs-correo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND PORTAL.
           IF w-fs-portal NOT = "00"
               OPEN OUTPUT PORTAL
           END-IF.
           IF w-fs-portal NOT = "00"
               MOVE "PORTAL" TO w-abend-archivo
               MOVE w-fs-portal TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       150-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDOR.
           IF w-fs-proveedor NOT = "00" AND NOT = "05"
               MOVE "PROVEEDOR" TO w-abend-archivo
               MOVE w-fs-proveedor TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO w-flag-prv.
           PERFORM 160-LEER-PROVEEDOR UNTIL fin-proveedor.
           CLOSE PROVEEDOR.

       160-LEER-PROVEEDOR.
           READ PROVEEDOR NEXT
               AT END MOVE 1 TO w-flag-prv
               NOT AT END
                   PERFORM 170-TABULAR-PROVEEDOR
           END-READ.

       170-TABULAR-PROVEEDOR.
           MOVE prv-proveedor TO w-destino.
           PERFORM 520-BUSCAR-PROVEEDOR.
           IF w-pos-prv = ZERO
               IF w-cant-prv < 999
                   ADD 1 TO w-cant-prv
                   MOVE prv-proveedor TO w-prv-codigo(w-cant-prv)
                   MOVE prv-nombre TO w-prv-nombre(w-cant-prv)
                   MOVE prv-canal TO w-prv-canal(w-cant-prv)
                   MOVE prv-email TO w-prv-email(w-cant-prv)
               END-IF
           ELSE
               IF w-prv-canal(w-pos-prv) = SPACE
                   MOVE prv-canal TO w-prv-canal(w-pos-prv)
                   MOVE prv-email TO w-prv-email(w-pos-prv)
               END-IF
           END-IF.

      * el operador puede cambiar el canal o, para correo, escribir
      * otra direccion; en blanco se usa lo que hoy dice el maestro
       200-REENVIAR-DOCUMENTO.
           DISPLAY "DOCUMENTO (AAAAMMDD + ORIGEN + NUMERO): ".
           ACCEPT w-doc-id-texto.
           MOVE w-doc-id-texto TO doc-id.
           READ DOCLOG KEY IS doc-id
               INVALID KEY
                   DISPLAY "DOCUMENTO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM 210-PEDIR-CANAL
           END-READ.

       210-PEDIR-CANAL.
           PERFORM 250-MOSTRAR-DOCUMENTO.
           MOVE doc-tipo-dest TO w-tipo-dest.
           MOVE doc-destino TO w-destino.
           PERFORM 500-BUSCAR-DESTINATARIO.
           DISPLAY "CANAL DEL MAESTRO: " w-canal " " w-email.
           DISPLAY "CANAL (I IMPRESO, E CORREO, W PORTAL, "
                   "BLANCO EL DEL MAESTRO): ".
           MOVE SPACE TO w-canal-nuevo.
           ACCEPT w-canal-nuevo.
           IF w-canal-nuevo NOT = SPACE
               MOVE w-canal-nuevo TO w-canal
               MOVE SPACES TO w-motivo
           END-IF.
           IF w-canal NOT = "I" AND w-canal NOT = "E"
              AND w-canal NOT = "W"
               MOVE "CANAL INVALIDO" TO w-motivo
           END-IF.
           IF w-motivo = SPACES AND w-canal = "E"
               PERFORM 220-PEDIR-DIRECCION
           END-IF.
           IF w-motivo = SPACES
               PERFORM 600-ENVIAR
           END-IF.
           IF w-motivo = SPACES
               PERFORM 650-ACTUALIZAR-LOG
               DISPLAY "DOCUMENTO REENVIADO"
           ELSE
               DISPLAY "NO SE REENVIA: " w-motivo
           END-IF.

       220-PEDIR-DIRECCION.
           DISPLAY "DIRECCION DE CORREO (BLANCO LA DEL MAESTRO): ".
           MOVE SPACES TO w-texto.
           ACCEPT w-texto.
           MOVE ZERO TO w-cant-arroba.
           INSPECT w-texto TALLYING w-cant-arroba FOR ALL "@".
           EVALUATE TRUE
               WHEN w-texto = SPACES
                   CONTINUE
               WHEN w-cant-arroba = 1
                    AND w-texto(1:1) NOT = "@"
                   MOVE w-texto TO w-email
               WHEN OTHER
                   MOVE "DIRECCION INVALIDA" TO w-motivo
           END-EVALUATE.
           IF w-motivo = SPACES AND w-email = SPACES
               MOVE "SIN CORREO" TO w-motivo
           END-IF.

       250-MOSTRAR-DOCUMENTO.
           DISPLAY doc-id " " doc-tipo-dest "-" doc-destino " "
                   doc-nombre " " doc-referencia.
           DISPLAY "   CANAL " doc-canal " ESTADO " doc-estado
                   " ENVIOS " doc-envios " ULTIMO " doc-fecha-envio
                   " " doc-operador " " doc-motivo.

       300-DOCUMENTOS-DESTINATARIO.
           DISPLAY "DESTINATARIO (C CLIENTE, V VENDEDOR, "
                   "P PROVEEDOR): ".
           ACCEPT w-tipo-dest.
           DISPLAY "CODIGO: ".
           ACCEPT w-destino.
           MOVE w-tipo-dest TO doc-tipo-dest.
           MOVE w-destino TO doc-destino.
           MOVE ZERO TO w-flag-log.
           MOVE ZERO TO w-cant-lista.
           START DOCLOG KEY IS = doc-destinatario
               INVALID KEY MOVE 1 TO w-flag-log
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 310-LEER-DESTINATARIO UNTIL fin-log.
           DISPLAY "DOCUMENTOS DEL DESTINATARIO: " w-cant-lista.

       310-LEER-DESTINATARIO.
           READ DOCLOG NEXT
               AT END MOVE 1 TO w-flag-log
               NOT AT END
                   IF doc-tipo-dest NOT = w-tipo-dest
                      OR doc-destino NOT = w-destino
                       MOVE 1 TO w-flag-log
                   ELSE
                       ADD 1 TO w-cant-lista
                       PERFORM 250-MOSTRAR-DOCUMENTO
                   END-IF
           END-READ.

      * reintento general: cada no entregado se vuelve a encaminar con
      * el canal y la direccion que hoy tiene el maestro (lo normal es
      * corregir el maestro con cteMant y despues reintentar)
       400-REINTENTAR-PENDIENTES.
           DISPLAY "SE REENVIAN LOS NO ENTREGADOS CON LOS DATOS "
                   "ACTUALES DEL MAESTRO - CONFIRMA (S/N): ".
           ACCEPT w-confirma.
           IF w-confirma = "S" OR w-confirma = "s"
               MOVE ZERO TO w-cant-reenviados
               MOVE ZERO TO w-cant-siguen
               MOVE ZERO TO w-flag-log
               MOVE LOW-VALUES TO doc-id
               START DOCLOG KEY IS >= doc-id
                   INVALID KEY MOVE 1 TO w-flag-log
                   NOT INVALID KEY CONTINUE
               END-START
               PERFORM 410-LEER-PENDIENTE UNTIL fin-log
               DISPLAY "REENVIADOS:           " w-cant-reenviados
               DISPLAY "SIGUEN SIN ENTREGAR:  " w-cant-siguen
           END-IF.

       410-LEER-PENDIENTE.
           READ DOCLOG NEXT
               AT END MOVE 1 TO w-flag-log
               NOT AT END
                   IF doc-estado = "N"
                       PERFORM 420-REINTENTAR
                   END-IF
           END-READ.

       420-REINTENTAR.
           MOVE doc-tipo-dest TO w-tipo-dest.
           MOVE doc-destino TO w-destino.
           PERFORM 500-BUSCAR-DESTINATARIO.
           IF w-motivo = SPACES
               PERFORM 600-ENVIAR
           END-IF.
           IF w-motivo = SPACES
               PERFORM 650-ACTUALIZAR-LOG
               ADD 1 TO w-cant-reenviados
           ELSE
               MOVE w-motivo TO doc-motivo
               REWRITE doc-reg
               ADD 1 TO w-cant-siguen
               DISPLAY doc-id " " w-motivo
           END-IF.

      * canal en blanco en el maestro es impreso, como en la
      * distribucion
       500-BUSCAR-DESTINATARIO.
           MOVE SPACES TO w-nombre.
           MOVE SPACES TO w-email.
           MOVE SPACES TO w-motivo.
           MOVE SPACE TO w-canal.
           IF w-destino = ZERO
               MOVE "SIN DESTINATARIO" TO w-motivo
           ELSE
               EVALUATE w-tipo-dest
                   WHEN "C"
                       MOVE w-destino TO cte-codigo
                       READ CLIENTE
                           INVALID KEY
                               MOVE "DESTINO INEXISTENTE" TO w-motivo
                           NOT INVALID KEY
                               MOVE cte-nombre TO w-nombre
                               MOVE cte-canal TO w-canal
                               MOVE cte-email TO w-email
                       END-READ
                   WHEN "V"
                       MOVE w-destino TO vend-codigo
                       READ VENDOR
                           INVALID KEY
                               MOVE "DESTINO INEXISTENTE" TO w-motivo
                           NOT INVALID KEY
                               MOVE vend-nombre TO w-nombre
                               MOVE vend-canal TO w-canal
                               MOVE vend-email TO w-email
                       END-READ
                   WHEN "P"
                       PERFORM 520-BUSCAR-PROVEEDOR
                       IF w-pos-prv = ZERO
                           MOVE "DESTINO INEXISTENTE" TO w-motivo
                       ELSE
                           MOVE w-prv-nombre(w-pos-prv) TO w-nombre
                           MOVE w-prv-canal(w-pos-prv) TO w-canal
                           MOVE w-prv-email(w-pos-prv) TO w-email
                       END-IF
                   WHEN OTHER
                       MOVE "SIN DESTINATARIO" TO w-motivo
               END-EVALUATE
           END-IF.
           IF w-canal NOT = "E" AND w-canal NOT = "W"
               MOVE "I" TO w-canal
           END-IF.
           IF w-motivo = SPACES AND w-canal = "E" AND w-email = SPACES
               MOVE "SIN CORREO" TO w-motivo
           END-IF.

       520-BUSCAR-PROVEEDOR.
           MOVE ZERO TO w-pos-prv.
           PERFORM 525-COMPARAR-PROVEEDOR
               VARYING w-idx-prv FROM 1 BY 1
               UNTIL w-idx-prv > w-cant-prv OR w-pos-prv > ZERO.

       525-COMPARAR-PROVEEDOR.
           IF w-prv-codigo(w-idx-prv) = w-destino
               MOVE w-idx-prv TO w-pos-prv
           END-IF.

      * el documento partido sigue en documentos\; si alguien lo borro
      * no hay que reenviar
       600-ENVIAR.
           MOVE doc-archivo TO w-doc-nombre.
           OPEN INPUT DOCUMENTO.
           IF w-fs-documento NOT = "00"
               MOVE "FALTA EL DOCUMENTO" TO w-motivo
           ELSE
               IF w-canal = "I"
                   MOVE ZERO TO w-flag-copia
                   PERFORM 610-COPIAR-LINEA UNTIL fin-copia
               END-IF
               CLOSE DOCUMENTO
               PERFORM 630-BUSCAR-ASUNTO
               IF w-canal = "E"
                   PERFORM 620-ENCOLAR-CORREO
               END-IF
               IF w-canal = "W"
                   PERFORM 625-ENCOLAR-PORTAL
               END-IF
           END-IF.

       610-COPIAR-LINEA.
           READ DOCUMENTO
               AT END MOVE 1 TO w-flag-copia
               NOT AT END
                   MOVE dto-linea TO imp-linea
                   WRITE imp-linea
           END-READ.

       620-ENCOLAR-CORREO.
           MOVE doc-id TO cor-doc-id.
           MOVE w-email TO cor-direccion.
           MOVE w-asunto TO cor-asunto.
           MOVE doc-referencia TO cor-referencia.
           MOVE doc-archivo TO cor-archivo.
           WRITE cor-reg.

       625-ENCOLAR-PORTAL.
           MOVE doc-id TO por-doc-id.
           MOVE doc-tipo-dest TO por-tipo-dest.
           MOVE doc-destino TO por-destino.
           MOVE w-asunto TO por-asunto.
           MOVE doc-referencia TO por-referencia.
           MOVE doc-archivo TO por-archivo.
           WRITE por-reg.

       630-BUSCAR-ASUNTO.
           MOVE "DOCUMENTO" TO w-asunto.
           PERFORM 635-COMPARAR-ASUNTO
               VARYING w-idx-asu FROM 1 BY 1 UNTIL w-idx-asu > 5.

       635-COMPARAR-ASUNTO.
           IF w-asu-origen(w-idx-asu) = doc-origen
               MOVE w-asu-texto(w-idx-asu) TO w-asunto
           END-IF.

       650-ACTUALIZAR-LOG.
           IF doc-nombre = SPACES
               MOVE w-nombre TO doc-nombre
           END-IF.
           MOVE w-canal TO doc-canal.
           IF w-canal = "E"
               MOVE w-email TO doc-direccion
           ELSE
               MOVE SPACES TO doc-direccion
           END-IF.
           MOVE "R" TO doc-estado.
           MOVE SPACES TO doc-motivo.
           IF doc-envios < 99
               ADD 1 TO doc-envios
           END-IF.
           MOVE w-fecha-hoy TO doc-fecha-envio.
           ACCEPT doc-hora-envio FROM TIME.
           MOVE w-operador TO doc-operador.
           REWRITE doc-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR " doc-id
           END-REWRITE.

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
