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
           SELECT ARTICULO ASSIGN TO "..\articulo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS art-codigo
                   ALTERNATE RECORD KEY IS art-descrip WITH DUPLICATES
           FILE STATUS IS w-fs-articulo.
           SELECT PRECIOS ASSIGN TO "..\precios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pre-llave
           FILE STATUS IS w-fs-precios.
           SELECT PRE ASSIGN TO "..\precios.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-pre.
           SELECT OPTIONAL RUBROS ASSIGN TO "..\rubros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS rub-articulo
           FILE STATUS IS w-fs-rubros.
           SELECT OPTIONAL PROVEEDOR ASSIGN TO "..\proveedor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS prv-articulo
           FILE STATUS IS w-fs-proveedor.
           SELECT OPTIONAL COSTOHIST ASSIGN TO "..\costohist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cth-llave
           FILE STATUS IS w-fs-costohist.
           SELECT PRECIOSIM ASSIGN TO "..\preciosim.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-preciosim.
           SELECT PRECIOAUD ASSIGN TO "..\precioaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-precioaud.
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
       FD  ARTICULO.
       01  art-reg.
           03 art-codigo pic x(8).
           03 art-descrip pic x(30).
           03 art-costo pic 9(10)V99.
       FD  PRECIOS.
       01  pre-reg.
           03 pre-llave.
              05 pre-articulo pic x(8).
              05 pre-fecha-desde pic 9(8).
           03 pre-precio pic 9(10)V99.
      * fuente de preAIndex: las filas nuevas se agregan tambien aca
      * para que una recarga de la lista no las pierda
       FD  PRE.
       01  pre-tex-reg.
           03 pre-tex-articulo pic x(8).
           03 pre-tex-fecha pic x(8).
           03 pre-tex-fecha-num REDEFINES pre-tex-fecha pic 9(8).
           03 pre-tex-precio pic x(12).
           03 pre-tex-precio-num REDEFINES pre-tex-precio
              pic 9(10)V99.
       FD  RUBROS.
       01  rub-reg.
           03 rub-articulo pic x(8).
           03 rub-rubro pic x(15).
       FD  PROVEEDOR.
       01  prv-reg.
           03 prv-articulo pic x(8).
           03 prv-proveedor pic 9(4).
           03 prv-nombre pic x(30).
           03 prv-leadtime pic 9(3).
           03 prv-min-orden pic 9(7).
           03 prv-canal pic x.
           03 prv-email pic x(50).
       FD  COSTOHIST.
       01  cth-reg.
           03 cth-llave.
              05 cth-articulo pic x(8).
              05 cth-fecha-desde pic 9(8).
           03 cth-costo pic 9(10)V99.
       FD  PRECIOSIM.
       01  sim-linea pic x(132).
      * una linea H con la regla de cada actualizacion masiva y una D
      * por cada precio nuevo grabado
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
       01  w-abend-programa pic x(15) value "AUMENTAPRECIOS".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-articulo pic xx.
       01  w-fs-precios pic xx.
       01  w-fs-pre pic xx.
       01  w-fs-rubros pic xx.
       01  w-fs-proveedor pic xx.
       01  w-fs-costohist pic xx.
       01  w-costohist-abierto pic x value "n".
       01  w-fs-preciosim pic xx.
       01  w-fs-precioaud pic xx.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "V".
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
       01  w-hora pic 9(8).
      * regla de la actualizacion
       01  w-regla pic x.
           88 regla-rubro value "R".
           88 regla-proveedor value "P".
           88 regla-rango value "A".
       01  w-rubro pic x(15) value spaces.
       01  w-proveedor pic 9(4) value zero.
       01  w-art-desde pic x(8) value spaces.
       01  w-art-hasta pic x(8) value spaces.
       01  w-forma pic x.
           88 forma-porcentaje value "P".
           88 forma-fijo value "F".
       01  w-porcentaje pic 9(3)V99 value zero.
       01  w-importe-fijo pic 9(8)V99 value zero.
       01  w-valor pic 9(8)V99 value zero.
      * redondeo hacia arriba: 0 centavos, 1 peso, 2 diez, 3 cien
       01  w-redondeo pic 9 value zero.
       01  w-unidad pic 9(3) value zero.
       01  w-vigencia pic 9(8).
       01  w-vig-partes REDEFINES w-vigencia.
           03 w-vig-aaaa pic 9(4).
           03 w-vig-mm pic 9(2).
           03 w-vig-dd pic 9(2).
       01  w-regla-ok pic x value "n".
       01  w-confirma pic x.
      * 1 simulacion, 2 grabacion
       01  w-pasada pic 9.
           88 pasada-simulacion value 1.
           88 pasada-grabacion value 2.
       01  w-flag-art pic 9.
           88 fin-articulo value 1.
       01  w-flag-pre pic 9.
       01  w-flag-cth pic 9.
       01  w-incluido pic x.
       01  w-precio-ant pic 9(10)V99.
       01  w-hay-precio pic x.
       01  w-misma-fecha pic x.
       01  w-precio-posterior pic x.
       01  w-precio-calc pic 9(10)V99.
       01  w-cociente pic 9(10).
       01  w-precio-nuevo pic 9(10)V99.
       01  w-costo-vigente pic 9(10)V99.
       01  w-margen pic s9(5)V99.
       01  w-variacion pic s9(5)V99.
       01  w-cant-simulados pic 9(6) value zero.
       01  w-cant-omitidos pic 9(6) value zero.
       01  w-cant-grabados pic 9(6) value zero.
       01  w-cant-margen-neg pic 9(6) value zero.
       01  lin-titulo.
           03 filler pic x(40) value
              "SIMULACION DE ACTUALIZACION DE PRECIOS -".
           03 filler pic x(18) value " VIGENTE DESDE EL ".
           03 l-vigencia pic 9999/99/99.
           03 filler pic x(12) value "  OPERADOR: ".
           03 l-operador pic x(8).
       01  lin-regla.
           03 filler pic x(7) value "REGLA: ".
           03 l-regla pic x(50).
           03 filler pic x(10) value "AUMENTO: ".
           03 l-valor pic zz.zzz.zz9,99.
           03 l-forma pic x(8).
           03 filler pic x(11) value " REDONDEO: ".
           03 l-redondeo pic x(9).
       01  lin-guarda.
           03 filler pic x(132) value all "-".
       01  lin-cabecera.
           03 filler pic x(10) value "ARTICULO".
           03 filler pic x(26) value "DESCRIPCION".
           03 filler pic x(17) value "   PRECIO ACTUAL".
           03 filler pic x(17) value "    PRECIO NUEVO".
           03 filler pic x(9) value "   VAR.%".
           03 filler pic x(17) value "    COSTO VIG.".
           03 filler pic x(10) value "  MARGEN%".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "OBSERVACION".
       01  lin-detalle.
           03 l-art pic x(8).
           03 filler pic x(2) value spaces.
           03 l-descrip pic x(25).
           03 filler pic x(1) value spaces.
           03 l-precio-ant pic zz.zzz.zzz.zz9,99.
           03 l-precio-nuevo pic zz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-variacion pic -zzzz9,99.
           03 l-costo pic zz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-margen pic -zzzz9,99.
           03 filler pic x(2) value spaces.
           03 l-observacion pic x(25).
       01  lin-total.
           03 filler pic x(20) value "ARTICULOS A AUMENTAR".
           03 filler pic x(2) value ": ".
           03 l-tot-simulados pic zzzzz9.
           03 filler pic x(14) value "  OMITIDOS: ".
           03 l-tot-omitidos pic zzzzz9.
           03 filler pic x(26) value "  CON MARGEN NEGATIVO: ".
           03 l-tot-margen-neg pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 110-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "ACTUALIZACION DE PRECIOS CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 150-PEDIR-REGLA.
           IF w-regla-ok NOT = "s"
               DISPLAY "ACTUALIZACION DE PRECIOS CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-ABRIR-ARCHIVOS.
           MOVE 1 TO w-pasada.
           PERFORM 300-RECORRER-ARTICULOS.
           PERFORM 400-TOTAL-SIMULACION.
           IF w-cant-simulados > ZERO
               DISPLAY "GRABAR LOS PRECIOS NUEVOS (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 500-GRABAR-ACTUALIZACION
               ELSE
                   DISPLAY "PRECIOS NO GRABADOS - QUEDA LA SIMULACION "
                           "EN PRECIOSIM.TXT"
               END-IF
           ELSE
               DISPLAY "NINGUN ARTICULO CUMPLE LA REGLA"
           END-IF.
           PERFORM 900-FIN.
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

      * la corrida nocturna audita las ventas contra la lista de
      * precios: no se cambia mientras esta en curso
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
           OPEN INPUT ARTICULO.
           IF w-fs-articulo NOT = "00"
              AND w-fs-articulo NOT = "05"
               MOVE "ARTICULO" TO w-abend-archivo
               MOVE w-fs-articulo TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O PRECIOS.
           IF w-fs-precios NOT = "00"
              AND w-fs-precios NOT = "05"
               MOVE "PRECIOS" TO w-abend-archivo
               MOVE w-fs-precios TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN INPUT RUBROS.
           OPEN INPUT PROVEEDOR.
           OPEN INPUT COSTOHIST.
           IF w-fs-costohist = "00" OR w-fs-costohist = "05"
               MOVE "s" TO w-costohist-abierto
           END-IF.
           OPEN OUTPUT PRECIOSIM.
           IF w-fs-preciosim NOT = "00"
              AND w-fs-preciosim NOT = "05"
               MOVE "PRECIOSIM" TO w-abend-archivo
               MOVE w-fs-preciosim TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE w-vigencia TO l-vigencia.
           MOVE w-operador TO l-operador.
           MOVE lin-titulo TO sim-linea.
           WRITE sim-linea.
           MOVE lin-regla TO sim-linea.
           WRITE sim-linea.
           MOVE lin-guarda TO sim-linea.
           WRITE sim-linea.
           MOVE lin-cabecera TO sim-linea.
           WRITE sim-linea.
           MOVE lin-guarda TO sim-linea.
           WRITE sim-linea.

      * la regla elige los articulos por rubro, por proveedor o por
      * rango de codigos; la vigencia tiene que ser futura para no
      * tocar el precio que se esta cobrando hoy
       150-PEDIR-REGLA.
           MOVE "s" TO w-regla-ok.
           PERFORM 155-PEDIR-SELECCION.
           IF w-regla-ok = "s"
               PERFORM 160-PEDIR-AUMENTO
           END-IF.
           IF w-regla-ok = "s"
               PERFORM 165-PEDIR-REDONDEO
           END-IF.
           IF w-regla-ok = "s"
               PERFORM 170-PEDIR-VIGENCIA
           END-IF.

       155-PEDIR-SELECCION.
           DISPLAY "ARTICULOS POR R=RUBRO  P=PROVEEDOR  A=RANGO: ".
           ACCEPT w-regla.
           EVALUATE w-regla
               WHEN "r" MOVE "R" TO w-regla
               WHEN "p" MOVE "P" TO w-regla
               WHEN "a" MOVE "A" TO w-regla
           END-EVALUATE.
           EVALUATE TRUE
               WHEN regla-rubro
                   DISPLAY "RUBRO: "
                   ACCEPT w-rubro
                   IF w-rubro = SPACES
                       DISPLAY "RUBRO EN BLANCO"
                       MOVE "n" TO w-regla-ok
                   END-IF
                   STRING "RUBRO " DELIMITED BY SIZE
                          w-rubro DELIMITED BY SIZE
                       INTO l-regla
               WHEN regla-proveedor
                   DISPLAY "PROVEEDOR: "
                   ACCEPT w-proveedor
                   IF w-proveedor = ZERO
                       DISPLAY "PROVEEDOR INVALIDO"
                       MOVE "n" TO w-regla-ok
                   END-IF
                   STRING "PROVEEDOR " DELIMITED BY SIZE
                          w-proveedor DELIMITED BY SIZE
                       INTO l-regla
               WHEN regla-rango
                   DISPLAY "ARTICULO DESDE: "
                   ACCEPT w-art-desde
                   DISPLAY "ARTICULO HASTA: "
                   ACCEPT w-art-hasta
                   IF w-art-hasta = SPACES
                       MOVE HIGH-VALUES TO w-art-hasta
                   END-IF
                   IF w-art-desde > w-art-hasta
                       DISPLAY "RANGO DE ARTICULOS INVALIDO"
                       MOVE "n" TO w-regla-ok
                   END-IF
                   STRING "ARTICULOS " DELIMITED BY SIZE
                          w-art-desde DELIMITED BY SIZE
                          " A " DELIMITED BY SIZE
                          w-art-hasta DELIMITED BY SIZE
                       INTO l-regla
               WHEN OTHER
                   DISPLAY "REGLA INVALIDA"
                   MOVE "n" TO w-regla-ok
           END-EVALUATE.

       160-PEDIR-AUMENTO.
           DISPLAY "AUMENTO P=PORCENTAJE  F=IMPORTE FIJO: ".
           ACCEPT w-forma.
           IF w-forma = "p"
               MOVE "P" TO w-forma
           END-IF.
           IF w-forma = "f"
               MOVE "F" TO w-forma
           END-IF.
           EVALUATE TRUE
               WHEN forma-porcentaje
                   DISPLAY "PORCENTAJE DE AUMENTO: "
                   ACCEPT w-porcentaje
                   MOVE w-porcentaje TO w-valor
                   MOVE " %" TO l-forma
               WHEN forma-fijo
                   DISPLAY "IMPORTE A SUMAR AL PRECIO: "
                   ACCEPT w-importe-fijo
                   MOVE w-importe-fijo TO w-valor
                   MOVE " PESOS" TO l-forma
               WHEN OTHER
                   DISPLAY "FORMA DE AUMENTO INVALIDA"
                   MOVE "n" TO w-regla-ok
           END-EVALUATE.
           IF w-regla-ok = "s" AND w-valor = ZERO
               DISPLAY "EL AUMENTO NO PUEDE SER CERO"
               MOVE "n" TO w-regla-ok
           END-IF.
           MOVE w-valor TO l-valor.

       165-PEDIR-REDONDEO.
           DISPLAY "REDONDEO HACIA ARRIBA 0=CENTAVOS 1=PESO 2=DIEZ "
                   "3=CIEN: ".
           ACCEPT w-redondeo.
           EVALUATE w-redondeo
               WHEN 0
                   MOVE ZERO TO w-unidad
                   MOVE "CENTAVOS" TO l-redondeo
               WHEN 1
                   MOVE 1 TO w-unidad
                   MOVE "AL PESO" TO l-redondeo
               WHEN 2
                   MOVE 10 TO w-unidad
                   MOVE "A DIEZ" TO l-redondeo
               WHEN 3
                   MOVE 100 TO w-unidad
                   MOVE "A CIEN" TO l-redondeo
               WHEN OTHER
                   DISPLAY "REDONDEO INVALIDO"
                   MOVE "n" TO w-regla-ok
           END-EVALUATE.

       170-PEDIR-VIGENCIA.
           DISPLAY "VIGENTE DESDE (AAAAMMDD, POSTERIOR A HOY): ".
           ACCEPT w-vigencia.
           IF w-vigencia NOT > w-fecha-hoy
              OR w-vig-mm < 1 OR w-vig-mm > 12
              OR w-vig-dd < 1 OR w-vig-dd > 31
               DISPLAY "LA VIGENCIA TIENE QUE SER UNA FECHA FUTURA"
               MOVE "n" TO w-regla-ok
           END-IF.

      * la misma recorrida sirve para simular y para grabar: entre una
      * y otra nadie mas cambia la lista porque el programa la tiene
      * abierta para actualizar
       300-RECORRER-ARTICULOS.
           MOVE ZERO TO w-flag-art.
           IF regla-rango
               MOVE w-art-desde TO art-codigo
               START ARTICULO KEY IS >= art-codigo
                   INVALID KEY MOVE 1 TO w-flag-art
               END-START
           ELSE
               MOVE LOW-VALUES TO art-codigo
               START ARTICULO KEY IS >= art-codigo
                   INVALID KEY MOVE 1 TO w-flag-art
               END-START
           END-IF.
           PERFORM 310-LEER-ARTICULO.
           PERFORM 320-PROCESAR-ARTICULO
               UNTIL fin-articulo.

       310-LEER-ARTICULO.
           IF NOT fin-articulo
               READ ARTICULO NEXT
                   AT END MOVE 1 TO w-flag-art
               END-READ
           END-IF.
           IF NOT fin-articulo AND regla-rango
              AND art-codigo > w-art-hasta
               MOVE 1 TO w-flag-art
           END-IF.

       320-PROCESAR-ARTICULO.
           PERFORM 330-VERIFICAR-REGLA.
           IF w-incluido = "s"
               PERFORM 340-BUSCAR-PRECIO
               IF w-hay-precio NOT = "s"
                   IF pasada-simulacion
                       MOVE "SIN PRECIO DE LISTA" TO l-observacion
                       PERFORM 370-LISTAR-OMITIDO
                   END-IF
               ELSE
                   IF w-misma-fecha = "s"
                       IF pasada-simulacion
                           MOVE "YA TIENE PRECIO A ESA FECHA"
                               TO l-observacion
                           PERFORM 370-LISTAR-OMITIDO
                       END-IF
                   ELSE
                       PERFORM 350-CALCULAR-PRECIO
                       IF pasada-simulacion
                           PERFORM 360-LISTAR-SIMULADO
                       ELSE
                           PERFORM 520-GRABAR-PRECIO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 310-LEER-ARTICULO.

       330-VERIFICAR-REGLA.
           MOVE "n" TO w-incluido.
           EVALUATE TRUE
               WHEN regla-rango
                   MOVE "s" TO w-incluido
               WHEN regla-rubro
                   MOVE art-codigo TO rub-articulo
                   READ RUBROS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF rub-rubro = w-rubro
                               MOVE "s" TO w-incluido
                           END-IF
                   END-READ
               WHEN regla-proveedor
                   MOVE art-codigo TO prv-articulo
                   READ PROVEEDOR
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF prv-proveedor = w-proveedor
                               MOVE "s" TO w-incluido
                           END-IF
                   END-READ
           END-EVALUATE.

      * el aumento se aplica sobre el precio que va a estar vigente el
      * dia anterior a la fecha nueva, aunque todavia sea un precio
      * futuro cargado antes
       340-BUSCAR-PRECIO.
           MOVE "n" TO w-hay-precio.
           MOVE "n" TO w-misma-fecha.
           MOVE "n" TO w-precio-posterior.
           MOVE ZERO TO w-precio-ant.
           MOVE art-codigo TO pre-articulo.
           MOVE ZERO TO pre-fecha-desde.
           MOVE ZERO TO w-flag-pre.
           START PRECIOS KEY IS >= pre-llave
               INVALID KEY MOVE 1 TO w-flag-pre
           END-START.
           PERFORM 345-LEER-PRECIO UNTIL w-flag-pre = 1.

       345-LEER-PRECIO.
           READ PRECIOS NEXT
               AT END MOVE 1 TO w-flag-pre
               NOT AT END
                   IF pre-articulo NOT = art-codigo
                       MOVE 1 TO w-flag-pre
                   ELSE
                       IF pre-fecha-desde < w-vigencia
                           MOVE "s" TO w-hay-precio
                           MOVE pre-precio TO w-precio-ant
                       ELSE
                           IF pre-fecha-desde = w-vigencia
                               MOVE "s" TO w-misma-fecha
                           ELSE
                               MOVE "s" TO w-precio-posterior
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       350-CALCULAR-PRECIO.
           IF forma-porcentaje
               COMPUTE w-precio-calc ROUNDED =
                   w-precio-ant * (100 + w-porcentaje) / 100
           ELSE
               COMPUTE w-precio-calc = w-precio-ant + w-importe-fijo
           END-IF.
           IF w-unidad = ZERO
               MOVE w-precio-calc TO w-precio-nuevo
           ELSE
               DIVIDE w-precio-calc BY w-unidad GIVING w-cociente
               COMPUTE w-precio-nuevo = w-cociente * w-unidad
               IF w-precio-nuevo < w-precio-calc
                   COMPUTE w-precio-nuevo = (w-cociente + 1) * w-unidad
               END-IF
           END-IF.

      * margen sobre el precio nuevo contra el costo que rige a la
      * fecha de vigencia; sin historia de costos, el del maestro
       355-BUSCAR-COSTO.
           MOVE art-costo TO w-costo-vigente.
           IF w-costohist-abierto = "s"
               MOVE art-codigo TO cth-articulo
               MOVE ZERO TO cth-fecha-desde
               MOVE ZERO TO w-flag-cth
               START COSTOHIST KEY IS >= cth-llave
                   INVALID KEY MOVE 1 TO w-flag-cth
               END-START
               PERFORM 356-LEER-COSTOHIST UNTIL w-flag-cth = 1
           END-IF.

       356-LEER-COSTOHIST.
           READ COSTOHIST NEXT
               AT END MOVE 1 TO w-flag-cth
               NOT AT END
                   IF cth-articulo = art-codigo
                      AND cth-fecha-desde <= w-vigencia
                       MOVE cth-costo TO w-costo-vigente
                   ELSE
                       MOVE 1 TO w-flag-cth
                   END-IF
           END-READ.

       360-LISTAR-SIMULADO.
           PERFORM 355-BUSCAR-COSTO.
           MOVE art-codigo TO l-art.
           MOVE art-descrip TO l-descrip.
           MOVE w-precio-ant TO l-precio-ant.
           MOVE w-precio-nuevo TO l-precio-nuevo.
           COMPUTE w-variacion ROUNDED =
               (w-precio-nuevo - w-precio-ant) * 100 / w-precio-ant.
           MOVE w-variacion TO l-variacion.
           MOVE w-costo-vigente TO l-costo.
           COMPUTE w-margen ROUNDED =
               (w-precio-nuevo - w-costo-vigente) * 100
               / w-precio-nuevo.
           MOVE w-margen TO l-margen.
           MOVE SPACES TO l-observacion.
           IF w-margen < ZERO
               MOVE "MARGEN NEGATIVO" TO l-observacion
               ADD 1 TO w-cant-margen-neg
           END-IF.
           IF w-precio-posterior = "s"
               MOVE "HAY PRECIO POSTERIOR" TO l-observacion
           END-IF.
           MOVE lin-detalle TO sim-linea.
           WRITE sim-linea.
           ADD 1 TO w-cant-simulados.

       370-LISTAR-OMITIDO.
           MOVE art-codigo TO l-art.
           MOVE art-descrip TO l-descrip.
           MOVE ZERO TO l-precio-ant.
           MOVE ZERO TO l-precio-nuevo.
           MOVE ZERO TO l-variacion.
           MOVE ZERO TO l-costo.
           MOVE ZERO TO l-margen.
           MOVE lin-detalle TO sim-linea.
           WRITE sim-linea.
           ADD 1 TO w-cant-omitidos.

       400-TOTAL-SIMULACION.
           MOVE lin-guarda TO sim-linea.
           WRITE sim-linea.
           MOVE w-cant-simulados TO l-tot-simulados.
           MOVE w-cant-omitidos TO l-tot-omitidos.
           MOVE w-cant-margen-neg TO l-tot-margen-neg.
           MOVE lin-total TO sim-linea.
           WRITE sim-linea.
           DISPLAY lin-total.
           DISPLAY "VER EL DETALLE EN PRECIOSIM.TXT".

      * la regla queda registrada con el operador antes de grabar, y
      * cada precio nuevo se agrega a precios.dat, a precios.txt y a
      * la auditoria
       500-GRABAR-ACTUALIZACION.
           OPEN EXTEND PRECIOAUD.
           IF w-fs-precioaud NOT = "00"
               OPEN OUTPUT PRECIOAUD
           END-IF.
           IF w-fs-precioaud NOT = "00"
              AND w-fs-precioaud NOT = "05"
               MOVE "PRECIOAUD" TO w-abend-archivo
               MOVE w-fs-precioaud TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND PRE.
           IF w-fs-pre NOT = "00"
               OPEN OUTPUT PRE
           END-IF.
           IF w-fs-pre NOT = "00"
              AND w-fs-pre NOT = "05"
               MOVE "PRE" TO w-abend-archivo
               MOVE w-fs-pre TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           ACCEPT w-hora FROM TIME.
           PERFORM 510-GRABAR-REGLA.
           MOVE 2 TO w-pasada.
           PERFORM 300-RECORRER-ARTICULOS.
           CLOSE PRE.
           CLOSE PRECIOAUD.
           DISPLAY "PRECIOS NUEVOS GRABADOS: " w-cant-grabados.

       510-GRABAR-REGLA.
           MOVE "H" TO pma-tipo.
           MOVE w-fecha-hoy TO pma-fecha.
           MOVE w-hora TO pma-hora.
           MOVE w-operador TO pma-operador.
           MOVE w-regla TO pma-regla.
           MOVE w-rubro TO pma-rubro.
           MOVE w-proveedor TO pma-proveedor.
           MOVE w-art-desde TO pma-art-desde.
           MOVE w-art-hasta TO pma-art-hasta.
           MOVE w-forma TO pma-forma.
           MOVE w-valor TO pma-valor.
           MOVE w-redondeo TO pma-redondeo.
           MOVE w-vigencia TO pma-vigencia.
           MOVE w-cant-simulados TO pma-cantidad.
           WRITE pma-reg.

       520-GRABAR-PRECIO.
           MOVE art-codigo TO pre-articulo.
           MOVE w-vigencia TO pre-fecha-desde.
           MOVE w-precio-nuevo TO pre-precio.
           WRITE pre-reg
               INVALID KEY
                   DISPLAY "ARTICULO " art-codigo
                           " YA TIENE PRECIO A ESA FECHA"
               NOT INVALID KEY
                   PERFORM 530-REGISTRAR-PRECIO
           END-WRITE.

       530-REGISTRAR-PRECIO.
           MOVE art-codigo TO pre-tex-articulo.
           MOVE w-vigencia TO pre-tex-fecha-num.
           MOVE w-precio-nuevo TO pre-tex-precio-num.
           WRITE pre-tex-reg.
           MOVE "D" TO pmd-tipo.
           MOVE w-fecha-hoy TO pmd-fecha.
           MOVE w-hora TO pmd-hora.
           MOVE w-operador TO pmd-operador.
           MOVE art-codigo TO pmd-articulo.
           MOVE w-precio-ant TO pmd-precio-ant.
           MOVE w-precio-nuevo TO pmd-precio-nuevo.
           MOVE w-vigencia TO pmd-vigencia.
           WRITE pmd-reg.
           ADD 1 TO w-cant-grabados.

       900-FIN.
           CLOSE ARTICULO.
           CLOSE PRECIOS.
           CLOSE RUBROS.
           CLOSE PROVEEDOR.
           IF w-costohist-abierto = "s"
               CLOSE COSTOHIST
           END-IF.
           CLOSE PRECIOSIM.

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
