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
           SELECT OPTIONAL CLIENVIPHIST
                   ASSIGN TO "..\clienviphist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-clienviphist.
           SELECT OPTIONAL HISTACUM
                   ASSIGN TO "..\historico\clienviphist_acum.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-histacum.
           SELECT OPTIONAL ARTMANTAUD ASSIGN TO "..\artmantaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-artmantaud.
           SELECT OPTIONAL STOCKAUD ASSIGN TO "..\stockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-stockaud.
           SELECT OPTIONAL CASTIGOSAUD ASSIGN TO "..\castigosaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-castigosaud.
           SELECT OPTIONAL INVAUD ASSIGN TO "..\invaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-invaud.
           SELECT OPTIONAL SESIONLOG ASSIGN TO "..\sesionlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-sesionlog.
           SELECT OPTIONAL FUSIONES ASSIGN TO "..\fusiones.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-fusiones.
           SELECT OPTIONAL CREDAUD ASSIGN TO "..\credaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-credaud.
           SELECT OPTIONAL PRECIOAUD ASSIGN TO "..\precioaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-precioaud.
           SELECT OPTIONAL PUNTOAUD ASSIGN TO "..\puntoaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-puntoaud.
           SELECT OPTIONAL REVAUD ASSIGN TO "..\revisionaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-revaud.
           SELECT OPTIONAL TRANSFCARTERA
                   ASSIGN TO "..\transfcartera.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-transfcartera.
           SELECT OPTIONAL CTEAUD ASSIGN TO "..\cteaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-cteaud.
           SELECT CONSAUD ASSIGN TO "..\consaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-consaud.
           SELECT TL-WORK ASSIGN TO "tltmp.tmp".
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
           SELECT ERRORLOG ASSIGN TO "..\errorlog.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-errlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENVIPHIST.
       01  hist-reg.
           03 hist-fecha pic 9(8).
           03 hist-vend pic 9(3).
           03 hist-codcli pic 9(6).
           03 hist-accion pic x(10).
           03 hist-ganancia-ant pic s9(10)V99.
           03 hist-ganancia-nueva pic s9(10)V99.
           03 hist-operador pic x(8).
      * lo que la corrida nocturna pasa de clienviphist.txt al
      * acumulado de historico: mismo registro
       FD  HISTACUM.
       01  hac-reg.
           03 hac-fecha pic 9(8).
           03 hac-vend pic 9(3).
           03 hac-codcli pic 9(6).
           03 hac-accion pic x(10).
           03 hac-ganancia-ant pic s9(10)V99.
           03 hac-ganancia-nueva pic s9(10)V99.
           03 hac-operador pic x(8).
       FD  ARTMANTAUD.
       01  arta-reg.
           03 arta-fecha pic 9(8).
           03 arta-hora pic 9(8).
           03 arta-accion pic x(10).
           03 arta-codigo pic x(8).
           03 arta-descrip-ant pic x(30).
           03 arta-descrip-nueva pic x(30).
           03 arta-costo-ant pic s9(10)V99.
           03 arta-costo-nuevo pic s9(10)V99.
           03 arta-operador pic x(8).
       FD  STOCKAUD.
       01  stk-reg.
           03 stk-fecha pic 9(8).
           03 stk-hora pic 9(8).
           03 stk-tipo pic x.
           03 stk-articulo pic x(8).
           03 stk-cantidad pic s9(7).
           03 stk-exist-ant pic s9(7).
           03 stk-exist-nueva pic s9(7).
           03 stk-motivo pic x(20).
           03 stk-operador pic x(8).
           03 stk-oc-numero pic 9(8).
           03 stk-sucursal pic 9(2).
       FD  CASTIGOSAUD.
       01  cas-reg.
           03 cas-fecha pic 9(8).
           03 cas-hora pic 9(8).
           03 cas-factura pic 9(12).
           03 cas-cliente pic 9(6).
           03 cas-saldo pic s9(10)V99.
           03 cas-aprobador pic x(8).
           03 cas-fecha-aprob pic 9(8).
       FD  INVAUD.
       01  inv-reg.
           03 inv-fecha pic 9(8).
           03 inv-hora pic 9(8).
           03 inv-articulo pic x(8).
           03 inv-libro pic s9(7).
           03 inv-contado pic s9(7).
           03 inv-diferencia pic s9(7).
           03 inv-sucursal pic x(2).
       FD  SESIONLOG.
       01  ses-reg.
           03 ses-fecha pic 9(8).
           03 ses-hora pic 9(8).
           03 ses-operador pic x(8).
           03 ses-opcion pic 9.
           03 ses-clave pic x(12).
       FD  FUSIONES.
       01  fus-reg.
           03 fus-origen pic 9(6).
           03 fus-destino pic 9(6).
           03 fus-fecha pic 9(8).
           03 fus-operador pic x(8).
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
       FD  PRECIOAUD.
       01  pma-reg.
           03 pma-tipo pic x.
           03 pma-fecha pic 9(8).
           03 pma-hora pic 9(8).
           03 pma-operador pic x(8).
           03 pma-regla pic x.
           03 pma-rubro pic x(15).
           03 pma-proveedor pic 9(4).
           03 pma-art-desde pic x(8).
           03 pma-art-hasta pic x(8).
           03 pma-forma pic x.
           03 pma-valor pic 9(8)V99.
           03 pma-redondeo pic 9.
           03 pma-vigencia pic 9(8).
           03 pma-cantidad pic 9(6).
       01  pmd-reg.
           03 pmd-tipo pic x.
           03 pmd-fecha pic 9(8).
           03 pmd-hora pic 9(8).
           03 pmd-operador pic x(8).
           03 pmd-articulo pic x(8).
           03 pmd-precio-ant pic 9(10)V99.
           03 pmd-precio-nuevo pic 9(10)V99.
           03 pmd-vigencia pic 9(8).
       FD  PUNTOAUD.
       01  pau-reg.
           03 pau-fecha pic 9(8).
           03 pau-hora pic 9(8).
           03 pau-operador pic x(8).
           03 pau-articulo pic x(8).
           03 pau-minimo-ant pic 9(7).
           03 pau-punto-ant pic 9(7).
           03 pau-minimo-nuevo pic 9(7).
           03 pau-punto-nuevo pic 9(7).
           03 pau-fecha-prop pic 9(8).
       FD  REVAUD.
       01  rva-reg.
           03 rva-fecha pic 9(8).
           03 rva-hora pic 9(8).
           03 rva-operador pic x(8).
           03 rva-numero pic 9(8).
           03 rva-regla pic x(4).
           03 rva-disposicion pic x.
           03 rva-observacion pic x(30).
       FD  TRANSFCARTERA.
       01  trf-reg.
           03 trf-fecha pic 9(8).
           03 trf-hora pic 9(8).
           03 trf-vend-origen pic 9(3).
           03 trf-vend-destino pic 9(3).
           03 trf-codcli pic 9(6).
           03 trf-operador pic x(8).
       FD  CTEAUD.
       01  cma-reg.
           03 cma-fecha pic 9(8).
           03 cma-hora pic 9(8).
           03 cma-operador pic x(8).
           03 cma-accion pic x(10).
           03 cma-imagen pic x.
           03 cma-datos.
              05 cma-codigo pic 9(6).
              05 cma-nombre pic x(30).
              05 cma-direccion pic x(30).
              05 cma-cuit pic 9(11).
              05 cma-resto pic x(111).
       FD  CONSAUD.
       01  csa-linea pic x(110).
       SD  TL-WORK.
       01  tlw-rec.
           03 tlw-fecha pic 9(8).
           03 tlw-hora pic 9(8).
           03 tlw-fuente pic x(12).
           03 tlw-operador pic x(8).
           03 tlw-accion pic x(10).
           03 tlw-clave pic x(16).
           03 tlw-antes pic x(16).
           03 tlw-despues pic x(16).
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
       01  w-abend-programa pic x(15) value "CONSULTAAUDIT".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-clienviphist pic xx.
       01  w-fs-histacum pic xx.
       01  w-fs-artmantaud pic xx.
       01  w-fs-stockaud pic xx.
       01  w-fs-castigosaud pic xx.
       01  w-fs-invaud pic xx.
       01  w-fs-sesionlog pic xx.
       01  w-fs-fusiones pic xx.
       01  w-fs-credaud pic xx.
       01  w-fs-precioaud pic xx.
       01  w-fs-puntoaud pic xx.
       01  w-fs-revaud pic xx.
       01  w-fs-transfcartera pic xx.
       01  w-fs-cteaud pic xx.
       01  w-cma-antes pic x(16).
       01  w-fs-consaud pic xx.
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
       01  w-hora-hoy pic 9(8).
       77  w-flag-arch pic 9.
       77  w-flag-sort pic 9.
      * criterios de busqueda: los que quedan en blanco o en cero no
      * filtran. un criterio de cliente, articulo o factura deja afuera
      * los registros que no tienen ese dato
       01  w-sel-operador pic x(8).
       01  w-sel-desde pic 9(8).
       01  w-sel-hasta pic 9(8).
       01  w-sel-cliente pic 9(6).
       01  w-sel-articulo pic x(8).
       01  w-sel-factura pic 9(12).
       01  w-imprimir pic x.
       01  w-cand-fecha pic 9(8).
       01  w-cand-hora pic 9(8).
       01  w-cand-operador pic x(8).
       01  w-cand-cliente pic 9(6).
       01  w-cand-cliente2 pic 9(6).
       01  w-cand-articulo pic x(8).
       01  w-cand-factura pic 9(12).
       01  w-cumple pic x.
       01  w-cant-eventos pic 9(6) value zero.
       01  w-ed-importe pic -zzz.zzz.zz9,99.
       01  w-ed-cant pic -zzz.zzz.zz9.
       01  w-ed-vend pic 999.
       01  w-ed-cli pic 9(6).
       01  w-hora-aux pic 9(8).
       01  w-hora-partes REDEFINES w-hora-aux.
           03 w-hh pic 99.
           03 w-mi pic 99.
           03 filler pic 9(4).
       01  lin-guarda.
           03 filler pic x(100) value all "-".
       01  lin-titulo.
           03 filler pic x(37)
              value "CONSULTA DE AUDITORIA - EMITIDA POR ".
           03 l-tit-operador pic x(8).
           03 filler pic x(4) value " EL ".
           03 l-tit-fecha pic 9999/99/99.
           03 filler pic x value space.
           03 l-tit-hh pic 99.
           03 filler pic x value ":".
           03 l-tit-mi pic 99.
       01  lin-criterio-1.
           03 filler pic x(10) value "OPERADOR: ".
           03 l-cri-operador pic x(8).
           03 filler pic x(8) value "  DESDE ".
           03 l-cri-desde pic 9999/99/99.
           03 filler pic x(7) value " HASTA ".
           03 l-cri-hasta pic 9999/99/99.
       01  lin-criterio-2.
           03 filler pic x(9) value "CLIENTE: ".
           03 l-cri-cliente pic zzzzz9.
           03 filler pic x(12) value "  ARTICULO: ".
           03 l-cri-articulo pic x(8).
           03 filler pic x(11) value "  FACTURA: ".
           03 l-cri-factura pic zzzzzzzzzzz9.
       01  lin-columnas.
           03 filler pic x(30)
              value "FECHA      HORA  ORIGEN       ".
           03 filler pic x(37)
              value "OPERADOR ACCION     REFERENCIA       ".
           03 filler pic x(26)
              value "ANTES              DESPUES".
       01  lin-evento.
           03 l-fecha pic 9999/99/99.
           03 filler pic x value space.
           03 l-hh pic 99.
           03 filler pic x value ":".
           03 l-mi pic 99.
           03 filler pic x value space.
           03 l-fuente pic x(12).
           03 filler pic x value space.
           03 l-operador pic x(8).
           03 filler pic x value space.
           03 l-accion pic x(10).
           03 filler pic x value space.
           03 l-clave pic x(16).
           03 filler pic x value space.
           03 l-antes pic x(16).
           03 filler pic x(3) value " > ".
           03 l-despues pic x(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-hoy FROM TIME.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 100-PEDIR-CRITERIOS.
           IF w-imprimir = "S"
               PERFORM 150-ABRIR-CONSTANCIA
           END-IF.
           SORT TL-WORK
               ON ASCENDING KEY tlw-fecha tlw-hora
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 200-BARRER-AUDITORIAS
               OUTPUT PROCEDURE IS 500-MOSTRAR-LINEA-TIEMPO.
           IF w-imprimir = "S"
               CLOSE CONSAUD
               DISPLAY "CONSTANCIA GRABADA EN CONSAUD.TXT"
           END-IF.
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

       100-PEDIR-CRITERIOS.
           DISPLAY "OPERADOR A BUSCAR (BLANCO=TODOS): ".
           ACCEPT w-sel-operador.
           DISPLAY "FECHA DESDE AAAAMMDD (0=SIN LIMITE): ".
           ACCEPT w-sel-desde.
           DISPLAY "FECHA HASTA AAAAMMDD (0=SIN LIMITE): ".
           ACCEPT w-sel-hasta.
           IF w-sel-hasta = ZERO
               MOVE 99999999 TO w-sel-hasta
           END-IF.
           DISPLAY "CLIENTE (0=TODOS): ".
           ACCEPT w-sel-cliente.
           DISPLAY "ARTICULO (BLANCO=TODOS): ".
           ACCEPT w-sel-articulo.
           DISPLAY "FACTURA (0=TODAS): ".
           ACCEPT w-sel-factura.
           DISPLAY "IMPRIMIR COMO CONSTANCIA (S/N): ".
           ACCEPT w-imprimir.
           IF w-imprimir = "s"
               MOVE "S" TO w-imprimir
           END-IF.

      * la constancia lleva quien la emitio, cuando y con que criterios
       150-ABRIR-CONSTANCIA.
           OPEN OUTPUT CONSAUD.
           IF w-fs-consaud NOT = "00"
              AND w-fs-consaud NOT = "05"
               MOVE "CONSAUD" TO w-abend-archivo
               MOVE w-fs-consaud TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-operador TO l-tit-operador.
           MOVE w-fecha-hoy TO l-tit-fecha.
           MOVE w-hora-hoy TO w-hora-aux.
           MOVE w-hh TO l-tit-hh.
           MOVE w-mi TO l-tit-mi.
           WRITE csa-linea FROM lin-titulo.
           MOVE w-sel-operador TO l-cri-operador.
           MOVE w-sel-desde TO l-cri-desde.
           MOVE w-sel-hasta TO l-cri-hasta.
           WRITE csa-linea FROM lin-criterio-1.
           MOVE w-sel-cliente TO l-cri-cliente.
           MOVE w-sel-articulo TO l-cri-articulo.
           MOVE w-sel-factura TO l-cri-factura.
           WRITE csa-linea FROM lin-criterio-2.
           WRITE csa-linea FROM lin-guarda.
           WRITE csa-linea FROM lin-columnas.
           WRITE csa-linea FROM lin-guarda.

      ******************************************************************
      * cada archivo de auditoria se recorre entero; lo que cumple los
      * criterios entra a la linea de tiempo con su origen, la accion
      * y los valores anterior y nuevo ya editados
      ******************************************************************
       200-BARRER-AUDITORIAS.
           PERFORM 210-BARRER-CLIENVIPHIST.
           PERFORM 220-BARRER-HISTACUM.
           PERFORM 230-BARRER-ARTMANTAUD.
           PERFORM 240-BARRER-STOCKAUD.
           PERFORM 250-BARRER-CASTIGOSAUD.
           PERFORM 260-BARRER-INVAUD.
           PERFORM 270-BARRER-SESIONLOG.
           PERFORM 280-BARRER-FUSIONES.
           PERFORM 290-BARRER-CREDAUD.
           PERFORM 300-BARRER-PRECIOAUD.
           PERFORM 310-BARRER-PUNTOAUD.
           PERFORM 320-BARRER-REVAUD.
           PERFORM 330-BARRER-TRANSFCARTERA.
           PERFORM 340-BARRER-SEGLOG.
           PERFORM 350-BARRER-CTEAUD.

       202-LIMPIAR-CANDIDATO.
           MOVE ZERO TO w-cand-hora.
           MOVE SPACES TO w-cand-operador.
           MOVE ZERO TO w-cand-cliente.
           MOVE ZERO TO w-cand-cliente2.
           MOVE SPACES TO w-cand-articulo.
           MOVE ZERO TO w-cand-factura.
           MOVE SPACES TO tlw-rec.

       204-FILTRAR-Y-RELEASE.
           MOVE "s" TO w-cumple.
           IF w-sel-operador NOT = SPACES
              AND w-cand-operador NOT = w-sel-operador
               MOVE "n" TO w-cumple
           END-IF.
           IF w-cand-fecha < w-sel-desde
              OR w-cand-fecha > w-sel-hasta
               MOVE "n" TO w-cumple
           END-IF.
           IF w-sel-cliente NOT = ZERO
              AND w-cand-cliente NOT = w-sel-cliente
              AND w-cand-cliente2 NOT = w-sel-cliente
               MOVE "n" TO w-cumple
           END-IF.
           IF w-sel-articulo NOT = SPACES
              AND w-cand-articulo NOT = w-sel-articulo
               MOVE "n" TO w-cumple
           END-IF.
           IF w-sel-factura NOT = ZERO
              AND w-cand-factura NOT = w-sel-factura
               MOVE "n" TO w-cumple
           END-IF.
           IF w-cumple = "s"
               MOVE w-cand-fecha TO tlw-fecha
               MOVE w-cand-hora TO tlw-hora
               MOVE w-cand-operador TO tlw-operador
               RELEASE tlw-rec
           END-IF.

      * clienviphist no guarda hora: los movimientos del dia quedan al
      * principio de la fecha
       210-BARRER-CLIENVIPHIST.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT CLIENVIPHIST.
           IF w-fs-clienviphist = "00" OR w-fs-clienviphist = "05"
               PERFORM 215-LEER-CLIENVIPHIST
                   UNTIL w-flag-arch = 1
               CLOSE CLIENVIPHIST
           END-IF.

       215-LEER-CLIENVIPHIST.
           READ CLIENVIPHIST
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE hist-fecha TO w-cand-fecha
                   MOVE hist-operador TO w-cand-operador
                   MOVE hist-codcli TO w-cand-cliente
                   MOVE "CLIENVIPHIST" TO tlw-fuente
                   MOVE hist-accion TO tlw-accion
                   MOVE hist-codcli TO w-ed-cli
                   MOVE hist-vend TO w-ed-vend
                   STRING "CLI " w-ed-cli " V" w-ed-vend
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE hist-ganancia-ant TO w-ed-importe
                   MOVE w-ed-importe TO tlw-antes
                   MOVE hist-ganancia-nueva TO w-ed-importe
                   MOVE w-ed-importe TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       220-BARRER-HISTACUM.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT HISTACUM.
           IF w-fs-histacum = "00" OR w-fs-histacum = "05"
               PERFORM 225-LEER-HISTACUM
                   UNTIL w-flag-arch = 1
               CLOSE HISTACUM
           END-IF.

       225-LEER-HISTACUM.
           READ HISTACUM
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE hac-fecha TO w-cand-fecha
                   MOVE hac-operador TO w-cand-operador
                   MOVE hac-codcli TO w-cand-cliente
                   MOVE "VIPHIST-ACUM" TO tlw-fuente
                   MOVE hac-accion TO tlw-accion
                   MOVE hac-codcli TO w-ed-cli
                   MOVE hac-vend TO w-ed-vend
                   STRING "CLI " w-ed-cli " V" w-ed-vend
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE hac-ganancia-ant TO w-ed-importe
                   MOVE w-ed-importe TO tlw-antes
                   MOVE hac-ganancia-nueva TO w-ed-importe
                   MOVE w-ed-importe TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

      * un cambio de descripcion sin cambio de costo se muestra con la
      * descripcion; si cambio el costo, con el costo
       230-BARRER-ARTMANTAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT ARTMANTAUD.
           IF w-fs-artmantaud = "00" OR w-fs-artmantaud = "05"
               PERFORM 235-LEER-ARTMANTAUD
                   UNTIL w-flag-arch = 1
               CLOSE ARTMANTAUD
           END-IF.

       235-LEER-ARTMANTAUD.
           READ ARTMANTAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE arta-fecha TO w-cand-fecha
                   MOVE arta-hora TO w-cand-hora
                   MOVE arta-operador TO w-cand-operador
                   MOVE arta-codigo TO w-cand-articulo
                   MOVE "ARTMANTAUD" TO tlw-fuente
                   MOVE arta-accion TO tlw-accion
                   STRING "ART " arta-codigo
                          DELIMITED BY SIZE INTO tlw-clave
                   IF arta-costo-ant = arta-costo-nuevo
                      AND arta-descrip-ant NOT = arta-descrip-nueva
                       MOVE arta-descrip-ant TO tlw-antes
                       MOVE arta-descrip-nueva TO tlw-despues
                   ELSE
                       MOVE arta-costo-ant TO w-ed-importe
                       MOVE w-ed-importe TO tlw-antes
                       MOVE arta-costo-nuevo TO w-ed-importe
                       MOVE w-ed-importe TO tlw-despues
                   END-IF
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       240-BARRER-STOCKAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT STOCKAUD.
           IF w-fs-stockaud = "00" OR w-fs-stockaud = "05"
               PERFORM 245-LEER-STOCKAUD
                   UNTIL w-flag-arch = 1
               CLOSE STOCKAUD
           END-IF.

       245-LEER-STOCKAUD.
           READ STOCKAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE stk-fecha TO w-cand-fecha
                   MOVE stk-hora TO w-cand-hora
                   MOVE stk-operador TO w-cand-operador
                   MOVE stk-articulo TO w-cand-articulo
                   MOVE "STOCKAUD" TO tlw-fuente
                   STRING "STOCK " stk-tipo
                          DELIMITED BY SIZE INTO tlw-accion
                   STRING "ART " stk-articulo
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE stk-exist-ant TO w-ed-cant
                   MOVE w-ed-cant TO tlw-antes
                   MOVE stk-exist-nueva TO w-ed-cant
                   MOVE w-ed-cant TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       250-BARRER-CASTIGOSAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT CASTIGOSAUD.
           IF w-fs-castigosaud = "00" OR w-fs-castigosaud = "05"
               PERFORM 255-LEER-CASTIGOSAUD
                   UNTIL w-flag-arch = 1
               CLOSE CASTIGOSAUD
           END-IF.

       255-LEER-CASTIGOSAUD.
           READ CASTIGOSAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE cas-fecha TO w-cand-fecha
                   MOVE cas-hora TO w-cand-hora
                   MOVE cas-aprobador TO w-cand-operador
                   MOVE cas-cliente TO w-cand-cliente
                   MOVE cas-factura TO w-cand-factura
                   MOVE "CASTIGOSAUD" TO tlw-fuente
                   MOVE "CASTIGO" TO tlw-accion
                   STRING "FAC " cas-factura
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE cas-saldo TO w-ed-importe
                   MOVE w-ed-importe TO tlw-antes
                   MOVE ZERO TO w-ed-importe
                   MOVE w-ed-importe TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

      * la toma de inventario no registra operador: con un criterio de
      * operador no aparece
       260-BARRER-INVAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT INVAUD.
           IF w-fs-invaud = "00" OR w-fs-invaud = "05"
               PERFORM 265-LEER-INVAUD
                   UNTIL w-flag-arch = 1
               CLOSE INVAUD
           END-IF.

       265-LEER-INVAUD.
           READ INVAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE inv-fecha TO w-cand-fecha
                   MOVE inv-hora TO w-cand-hora
                   MOVE inv-articulo TO w-cand-articulo
                   MOVE "INVAUD" TO tlw-fuente
                   MOVE "INVENTARIO" TO tlw-accion
                   STRING "ART " inv-articulo " S" inv-sucursal
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE inv-libro TO w-ed-cant
                   MOVE w-ed-cant TO tlw-antes
                   MOVE inv-contado TO w-ed-cant
                   MOVE w-ed-cant TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

      * las consultas 3 y 4 del menu son por cliente: la clave lleva el
      * codigo en las primeras seis posiciones
       270-BARRER-SESIONLOG.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT SESIONLOG.
           IF w-fs-sesionlog = "00" OR w-fs-sesionlog = "05"
               PERFORM 275-LEER-SESIONLOG
                   UNTIL w-flag-arch = 1
               CLOSE SESIONLOG
           END-IF.

       275-LEER-SESIONLOG.
           READ SESIONLOG
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE ses-fecha TO w-cand-fecha
                   MOVE ses-hora TO w-cand-hora
                   MOVE ses-operador TO w-cand-operador
                   IF (ses-opcion = 3 OR ses-opcion = 4)
                      AND ses-clave(1:6) IS NUMERIC
                       MOVE ses-clave(1:6) TO w-cand-cliente
                   END-IF
                   MOVE "SESIONLOG" TO tlw-fuente
                   STRING "CONSULTA " ses-opcion
                          DELIMITED BY SIZE INTO tlw-accion
                   MOVE ses-clave TO tlw-clave
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       280-BARRER-FUSIONES.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT FUSIONES.
           IF w-fs-fusiones = "00" OR w-fs-fusiones = "05"
               PERFORM 285-LEER-FUSIONES
                   UNTIL w-flag-arch = 1
               CLOSE FUSIONES
           END-IF.

       285-LEER-FUSIONES.
           READ FUSIONES
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE fus-fecha TO w-cand-fecha
                   MOVE fus-operador TO w-cand-operador
                   MOVE fus-origen TO w-cand-cliente
                   MOVE fus-destino TO w-cand-cliente2
                   MOVE "FUSIONES" TO tlw-fuente
                   MOVE "FUSION" TO tlw-accion
                   MOVE fus-origen TO w-ed-cli
                   STRING "CLI " w-ed-cli
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE fus-origen TO w-ed-cli
                   MOVE w-ed-cli TO tlw-antes
                   MOVE fus-destino TO w-ed-cli
                   MOVE w-ed-cli TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       290-BARRER-CREDAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT CREDAUD.
           IF w-fs-credaud = "00" OR w-fs-credaud = "05"
               PERFORM 295-LEER-CREDAUD
                   UNTIL w-flag-arch = 1
               CLOSE CREDAUD
           END-IF.

       295-LEER-CREDAUD.
           READ CREDAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE cau-fecha TO w-cand-fecha
                   MOVE cau-hora TO w-cand-hora
                   MOVE cau-operador TO w-cand-operador
                   MOVE cau-cliente TO w-cand-cliente
                   MOVE cau-factura TO w-cand-factura
                   MOVE "CREDAUD" TO tlw-fuente
                   STRING "CREDITO " cau-decision
                          DELIMITED BY SIZE INTO tlw-accion
                   STRING "FAC " cau-factura
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE "RETENIDA" TO tlw-antes
                   EVALUATE cau-decision
                       WHEN "L" MOVE "LIBERADA" TO tlw-despues
                       WHEN "X" MOVE "RECHAZADA" TO tlw-despues
                       WHEN OTHER MOVE "RETENIDA" TO tlw-despues
                   END-EVALUATE
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

      * cabecera H del aumento (regla y cantidad de articulos) y una
      * linea D por cada precio nuevo
       300-BARRER-PRECIOAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT PRECIOAUD.
           IF w-fs-precioaud = "00" OR w-fs-precioaud = "05"
               PERFORM 305-LEER-PRECIOAUD
                   UNTIL w-flag-arch = 1
               CLOSE PRECIOAUD
           END-IF.

       305-LEER-PRECIOAUD.
           READ PRECIOAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE "PRECIOAUD" TO tlw-fuente
                   IF pma-tipo = "H"
                       MOVE pma-fecha TO w-cand-fecha
                       MOVE pma-hora TO w-cand-hora
                       MOVE pma-operador TO w-cand-operador
                       STRING "AUMENTO " pma-regla
                              DELIMITED BY SIZE INTO tlw-accion
                       MOVE pma-cantidad TO w-ed-cant
                       STRING w-ed-cant " ARTS"
                              DELIMITED BY SIZE INTO tlw-clave
                       MOVE pma-vigencia TO tlw-despues
                   ELSE
                       MOVE pmd-fecha TO w-cand-fecha
                       MOVE pmd-hora TO w-cand-hora
                       MOVE pmd-operador TO w-cand-operador
                       MOVE pmd-articulo TO w-cand-articulo
                       MOVE "PRECIO" TO tlw-accion
                       STRING "ART " pmd-articulo
                              DELIMITED BY SIZE INTO tlw-clave
                       MOVE pmd-precio-ant TO w-ed-importe
                       MOVE w-ed-importe TO tlw-antes
                       MOVE pmd-precio-nuevo TO w-ed-importe
                       MOVE w-ed-importe TO tlw-despues
                   END-IF
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       310-BARRER-PUNTOAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT PUNTOAUD.
           IF w-fs-puntoaud = "00" OR w-fs-puntoaud = "05"
               PERFORM 315-LEER-PUNTOAUD
                   UNTIL w-flag-arch = 1
               CLOSE PUNTOAUD
           END-IF.

       315-LEER-PUNTOAUD.
           READ PUNTOAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE pau-fecha TO w-cand-fecha
                   MOVE pau-hora TO w-cand-hora
                   MOVE pau-operador TO w-cand-operador
                   MOVE pau-articulo TO w-cand-articulo
                   MOVE "PUNTOAUD" TO tlw-fuente
                   MOVE "PUNTO PED" TO tlw-accion
                   STRING "ART " pau-articulo
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE pau-punto-ant TO w-ed-cant
                   MOVE w-ed-cant TO tlw-antes
                   MOVE pau-punto-nuevo TO w-ed-cant
                   MOVE w-ed-cant TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       320-BARRER-REVAUD.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT REVAUD.
           IF w-fs-revaud = "00" OR w-fs-revaud = "05"
               PERFORM 325-LEER-REVAUD
                   UNTIL w-flag-arch = 1
               CLOSE REVAUD
           END-IF.

       325-LEER-REVAUD.
           READ REVAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE rva-fecha TO w-cand-fecha
                   MOVE rva-hora TO w-cand-hora
                   MOVE rva-operador TO w-cand-operador
                   MOVE "REVISIONAUD" TO tlw-fuente
                   STRING "REV " rva-regla
                          DELIMITED BY SIZE INTO tlw-accion
                   STRING "CASO " rva-numero
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE "PENDIENTE" TO tlw-antes
                   EVALUATE rva-disposicion
                       WHEN "J" MOVE "JUSTIFICADO" TO tlw-despues
                       WHEN "E" MOVE "ERROR ADMIN" TO tlw-despues
                       WHEN OTHER MOVE "IRREGULARIDAD" TO tlw-despues
                   END-EVALUATE
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

       330-BARRER-TRANSFCARTERA.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT TRANSFCARTERA.
           IF w-fs-transfcartera = "00" OR w-fs-transfcartera = "05"
               PERFORM 335-LEER-TRANSFCARTERA
                   UNTIL w-flag-arch = 1
               CLOSE TRANSFCARTERA
           END-IF.

       335-LEER-TRANSFCARTERA.
           READ TRANSFCARTERA
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE trf-fecha TO w-cand-fecha
                   MOVE trf-hora TO w-cand-hora
                   MOVE trf-operador TO w-cand-operador
                   MOVE trf-codcli TO w-cand-cliente
                   MOVE "TRANSFCART" TO tlw-fuente
                   MOVE "CARTERA" TO tlw-accion
                   MOVE trf-codcli TO w-ed-cli
                   STRING "CLI " w-ed-cli
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE trf-vend-origen TO w-ed-vend
                   STRING "VEND " w-ed-vend
                          DELIMITED BY SIZE INTO tlw-antes
                   MOVE trf-vend-destino TO w-ed-vend
                   STRING "VEND " w-ed-vend
                          DELIMITED BY SIZE INTO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

      * seglog: ingresos, rechazos y bloqueos de operadores y las
      * acciones del administrador de seguridad; el operador de la
      * linea es quien hizo la accion
       340-BARRER-SEGLOG.
           MOVE ZERO TO w-flag-arch.
           OPEN INPUT SEGLOG.
           IF w-fs-seglog = "00"
               PERFORM 345-LEER-SEGLOG
                   UNTIL w-flag-arch = 1
               CLOSE SEGLOG
           END-IF.

       345-LEER-SEGLOG.
           READ SEGLOG
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 202-LIMPIAR-CANDIDATO
                   MOVE seg-fecha TO w-cand-fecha
                   MOVE seg-hora TO w-cand-hora
                   IF seg-responsable = SPACES
                       MOVE seg-operador TO w-cand-operador
                   ELSE
                       MOVE seg-responsable TO w-cand-operador
                   END-IF
                   MOVE "SEGLOG" TO tlw-fuente
                   MOVE seg-evento TO tlw-accion
                   STRING "OPE " seg-operador
                          DELIMITED BY SIZE INTO tlw-clave
                   MOVE seg-programa TO tlw-antes
                   MOVE seg-detalle TO tlw-despues
                   PERFORM 204-FILTRAR-Y-RELEASE
           END-READ.

      * cteaud: cada cambio del maestro de clientes deja la imagen
      * anterior (A) y la posterior (D); se muestra una linea por
      * cambio con el CUIT de antes y de despues
       350-BARRER-CTEAUD.
           MOVE ZERO TO w-flag-arch.
           MOVE SPACES TO w-cma-antes.
           OPEN INPUT CTEAUD.
           IF w-fs-cteaud = "00" OR w-fs-cteaud = "05"
               PERFORM 355-LEER-CTEAUD
                   UNTIL w-flag-arch = 1
               CLOSE CTEAUD
           END-IF.

       355-LEER-CTEAUD.
           READ CTEAUD
               AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF cma-imagen = "A"
                       MOVE SPACES TO w-cma-antes
                       STRING "CUIT " cma-cuit
                              DELIMITED BY SIZE INTO w-cma-antes
                   ELSE
                       PERFORM 202-LIMPIAR-CANDIDATO
                       MOVE cma-fecha TO w-cand-fecha
                       MOVE cma-hora TO w-cand-hora
                       MOVE cma-operador TO w-cand-operador
                       MOVE cma-codigo TO w-cand-cliente
                       MOVE "CTEAUD" TO tlw-fuente
                       MOVE cma-accion TO tlw-accion
                       MOVE cma-codigo TO w-ed-cli
                       STRING "CLI " w-ed-cli
                              DELIMITED BY SIZE INTO tlw-clave
                       MOVE w-cma-antes TO tlw-antes
                       STRING "CUIT " cma-cuit
                              DELIMITED BY SIZE INTO tlw-despues
                       MOVE SPACES TO w-cma-antes
                       PERFORM 204-FILTRAR-Y-RELEASE
                   END-IF
           END-READ.

       500-MOSTRAR-LINEA-TIEMPO.
           MOVE ZERO TO w-flag-sort.
           DISPLAY lin-guarda.
           DISPLAY lin-columnas.
           DISPLAY lin-guarda.
           PERFORM 510-RETORNAR-EVENTO.
           PERFORM 520-MOSTRAR-EVENTO
               UNTIL w-flag-sort = 1.
           DISPLAY lin-guarda.
           DISPLAY "EVENTOS ENCONTRADOS: " w-cant-eventos.
           IF w-imprimir = "S"
               WRITE csa-linea FROM lin-guarda
               MOVE SPACES TO csa-linea
               STRING "EVENTOS ENCONTRADOS: " w-cant-eventos
                      DELIMITED BY SIZE INTO csa-linea
               WRITE csa-linea
           END-IF.

       510-RETORNAR-EVENTO.
           RETURN TL-WORK AT END MOVE 1 TO w-flag-sort.

       520-MOSTRAR-EVENTO.
           ADD 1 TO w-cant-eventos.
           MOVE tlw-fecha TO l-fecha.
           MOVE tlw-hora TO w-hora-aux.
           MOVE w-hh TO l-hh.
           MOVE w-mi TO l-mi.
           MOVE tlw-fuente TO l-fuente.
           MOVE tlw-operador TO l-operador.
           MOVE tlw-accion TO l-accion.
           MOVE tlw-clave TO l-clave.
           MOVE tlw-antes TO l-antes.
           MOVE tlw-despues TO l-despues.
           DISPLAY lin-evento.
           IF w-imprimir = "S"
               WRITE csa-linea FROM lin-evento
           END-IF.
           PERFORM 510-RETORNAR-EVENTO.

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
