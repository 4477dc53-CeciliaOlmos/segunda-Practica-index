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
           SELECT PUNTOSUG ASSIGN TO "..\puntosug.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-puntosug.
           SELECT STOCK ASSIGN TO "..\stock.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS stk-articulo
           FILE STATUS IS w-fs-stock.
           SELECT PUNTOAUD ASSIGN TO "..\puntoaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-puntoaud.
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
      * propuesta de recalculaPunto
       FD  PUNTOSUG.
       01  psg-reg.
           03 psg-articulo pic x(8).
           03 psg-minimo-act pic 9(7).
           03 psg-punto-act pic 9(7).
           03 psg-minimo-nuevo pic 9(7).
           03 psg-punto-nuevo pic 9(7).
           03 psg-demanda pic 9(7)V99.
           03 psg-desvio pic 9(7)V99.
           03 psg-leadtime pic 9(3).
           03 psg-marca pic x.
           03 psg-fecha pic 9(8).
       FD  STOCK.
       01  stk-reg.
           03 stk-articulo pic x(8).
           03 stk-existencia pic s9(7).
           03 stk-minimo pic 9(7).
           03 stk-punto-pedido pic 9(7).
      * cambios de minimo y punto de pedido aprobados por compras
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
       01  w-abend-programa pic x(15) value "APLICAPUNTO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-puntosug pic xx.
       01  w-fs-stock pic xx.
       01  w-fs-puntoaud pic xx.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "O".
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
       01  w-flag-psg pic 9 value zero.
           88 fin-puntosug value 1.
       01  w-solo-marcados pic x.
       01  w-decision pic x.
       01  w-terminar pic x value "n".
       01  w-cant-aplicados pic 9(5) value zero.
       01  w-cant-omitidos pic 9(5) value zero.
       01  w-cant-cambiados pic 9(5) value zero.
       01  lin-propuesta.
           03 filler pic x(10) value "ARTICULO: ".
           03 l-art pic x(8).
           03 filler pic x(12) value "  DEM./MES: ".
           03 l-demanda pic zzzzzz9,99.
           03 filler pic x(10) value "  DESVIO: ".
           03 l-desvio pic zzzzzz9,99.
           03 filler pic x(9) value "  PLAZO: ".
           03 l-plazo pic zz9.
           03 filler pic x(2) value spaces.
           03 l-marca pic x(15).
       01  lin-valores.
           03 filler pic x(10) value "  MINIMO: ".
           03 l-minimo-act pic zzzzzz9.
           03 filler pic x(4) value " -> ".
           03 l-minimo-nuevo pic zzzzzz9.
           03 filler pic x(15) value "  PTO. PEDIDO: ".
           03 l-punto-act pic zzzzzz9.
           03 filler pic x(4) value " -> ".
           03 l-punto-nuevo pic zzzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 110-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "APROBACION DE PUNTOS DE PEDIDO CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-ABRIR-ARCHIVOS.
           DISPLAY "REVISAR SOLO LOS FUERA DE TOLERANCIA (S/N): ".
           ACCEPT w-solo-marcados.
           PERFORM 200-LEER-PUNTOSUG.
           PERFORM UNTIL fin-puntosug OR w-terminar = "s"
               PERFORM 300-REVISAR-PROPUESTA
               PERFORM 200-LEER-PUNTOSUG
           END-PERFORM.
           PERFORM 900-FIN.
           DISPLAY "APLICADOS: " w-cant-aplicados
                   "  NO APROBADOS: " w-cant-omitidos
                   "  CAMBIADOS DESDE LA PROPUESTA: " w-cant-cambiados.
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

      * la corrida nocturna lee minimos y puntos de pedido en el
      * control de reposicion: no se cambian mientras esta en curso
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
           OPEN INPUT PUNTOSUG.
           IF w-fs-puntosug NOT = "00"
               DISPLAY "NO HAY PROPUESTA DE PUNTOS DE PEDIDO - "
                       "CORRER RECALCULAPUNTO"
               STOP RUN
           END-IF.
           OPEN I-O STOCK.
           IF w-fs-stock NOT = "00"
              AND w-fs-stock NOT = "05"
               MOVE "STOCK" TO w-abend-archivo
               MOVE w-fs-stock TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN EXTEND PUNTOAUD.
           IF w-fs-puntoaud NOT = "00"
               OPEN OUTPUT PUNTOAUD
           END-IF.
           IF w-fs-puntoaud NOT = "00"
              AND w-fs-puntoaud NOT = "05"
               MOVE "PUNTOAUD" TO w-abend-archivo
               MOVE w-fs-puntoaud TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       200-LEER-PUNTOSUG.
           READ PUNTOSUG AT END MOVE 1 TO w-flag-psg.

      * la propuesta se aplica solo si el articulo sigue con los
      * valores que tenia al calcularla; si alguien los cambio en el
      * medio, o la propuesta ya se aplico, no se ofrece
       300-REVISAR-PROPUESTA.
           IF (w-solo-marcados = "S" OR w-solo-marcados = "s")
              AND psg-marca NOT = "*"
               CONTINUE
           ELSE
               MOVE psg-articulo TO stk-articulo
               READ STOCK
                   INVALID KEY
                       DISPLAY "ARTICULO " psg-articulo
                               " SIN REGISTRO DE STOCK"
                   NOT INVALID KEY
                       IF stk-minimo = psg-minimo-act
                          AND stk-punto-pedido = psg-punto-act
                           PERFORM 310-PEDIR-APROBACION
                       ELSE
                           IF stk-minimo NOT = psg-minimo-nuevo
                              OR stk-punto-pedido NOT =
                                 psg-punto-nuevo
                               DISPLAY "ARTICULO " psg-articulo
                                   " CAMBIADO DESDE LA PROPUESTA"
                               ADD 1 TO w-cant-cambiados
                           END-IF
                       END-IF
               END-READ
           END-IF.

       310-PEDIR-APROBACION.
           MOVE psg-articulo TO l-art.
           MOVE psg-demanda TO l-demanda.
           MOVE psg-desvio TO l-desvio.
           MOVE psg-leadtime TO l-plazo.
           IF psg-marca = "*"
               MOVE "*** REVISAR ***" TO l-marca
           ELSE
               MOVE SPACES TO l-marca
           END-IF.
           MOVE psg-minimo-act TO l-minimo-act.
           MOVE psg-minimo-nuevo TO l-minimo-nuevo.
           MOVE psg-punto-act TO l-punto-act.
           MOVE psg-punto-nuevo TO l-punto-nuevo.
           DISPLAY lin-propuesta.
           DISPLAY lin-valores.
           DISPLAY "S=APLICAR  N=NO APLICAR  F=TERMINAR: ".
           ACCEPT w-decision.
           EVALUATE w-decision
               WHEN "S"
               WHEN "s"
                   PERFORM 320-APLICAR
               WHEN "F"
               WHEN "f"
                   MOVE "s" TO w-terminar
               WHEN OTHER
                   ADD 1 TO w-cant-omitidos
           END-EVALUATE.

       320-APLICAR.
           MOVE w-fecha-hoy TO pau-fecha.
           ACCEPT pau-hora FROM TIME.
           MOVE w-operador TO pau-operador.
           MOVE stk-articulo TO pau-articulo.
           MOVE stk-minimo TO pau-minimo-ant.
           MOVE stk-punto-pedido TO pau-punto-ant.
           MOVE psg-minimo-nuevo TO pau-minimo-nuevo.
           MOVE psg-punto-nuevo TO pau-punto-nuevo.
           MOVE psg-fecha TO pau-fecha-prop.
           MOVE psg-minimo-nuevo TO stk-minimo.
           MOVE psg-punto-nuevo TO stk-punto-pedido.
           REWRITE stk-reg.
           WRITE pau-reg.
           ADD 1 TO w-cant-aplicados.

       900-FIN.
           CLOSE PUNTOSUG.
           CLOSE STOCK.
           CLOSE PUNTOAUD.

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
