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
           SELECT PLANPAGO ASSIGN TO "..\planpago.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ppl-numero
                   ALTERNATE RECORD KEY IS ppl-cliente WITH DUPLICATES
           FILE STATUS IS w-fs-planpago.
           SELECT PLANFACT ASSIGN TO "..\planfact.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pfa-factura
                   ALTERNATE RECORD KEY IS pfa-plan WITH DUPLICATES
           FILE STATUS IS w-fs-planfact.
           SELECT SALDOCTA ASSIGN TO "..\saldoctacte.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-fs-saldocta.
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
      * plan de pago: V vigente, T terminado (todas las cuotas
      * cobradas), K caido por una cuota impaga. venc-original es el
      * vencimiento mas viejo de las facturas refinanciadas
       FD  PLANPAGO.
       01  ppl-reg.
           03 ppl-numero pic 9(6).
           03 ppl-cliente pic 9(6).
           03 ppl-fecha-alta pic 9(8).
           03 ppl-cant-cuotas pic 9(2).
           03 ppl-refinanciado pic s9(10)V99.
           03 ppl-recargo pic s9(10)V99.
           03 ppl-venc-original pic 9(8).
           03 ppl-estado pic x.
           03 ppl-fecha-baja pic 9(8).
           03 ppl-operador pic x(8).
      * facturas que entraron en cada plan, con el saldo que tenian
      * y su vencimiento original
       FD  PLANFACT.
       01  pfa-reg.
           03 pfa-factura pic 9(12).
           03 pfa-plan pic 9(6).
           03 pfa-saldo pic s9(10)V99.
           03 pfa-vencimiento pic 9(8).
       FD  SALDOCTA.
       01  sdo-reg.
           03 sdo-fecha pic 9(8).
           03 sdo-total pic s9(14)V99.
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
       01  w-abend-programa pic x(15) value "ARMAPLANPAGO".
       01  w-abend-archivo pic x(15).
       01  w-abend-status pic xx.
       01  w-fs-ctacte pic xx.
       01  w-fs-cliente pic xx.
       01  w-fs-planpago pic xx.
       01  w-fs-planfact pic xx.
       01  w-fs-saldocta pic xx.
       01  w-batchlock-status pic xx.
       01  w-batch-activo pic x value "n".
       01  w-fs-operadores pic xx.
       01  w-operador pic x(8) value spaces.
       01  w-password pic x(8).
       01  w-permiso-req pic x value "P".
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
       01  w-flag-cta pic 9.
       01  w-flag-plan pic 9.
       01  w-flag-snap pic 9.
       01  w-snap-total pic s9(14)V99.
       01  w-cliente pic 9(6).
       01  w-factura-pedida pic 9(12).
       01  w-factura-aux pic 9(12).
       01  w-factura-aux-par REDEFINES w-factura-aux.
           03 w-aux-prefijo pic 9(2).
           03 filler pic 9(10).
       01  w-venc-aux pic 9(8).
      * facturas vencidas del cliente que se pueden refinanciar
       01  w-fact-cant pic 9(3) value zero.
       01  w-fact-tabla.
           03 w-fact-item OCCURS 200 TIMES.
              05 w-tab-factura pic 9(12).
              05 w-tab-vencimiento pic 9(8).
              05 w-tab-saldo pic s9(10)V99.
              05 w-tab-vend pic 9(3).
              05 w-tab-elegida pic x.
       01  w-idx pic 9(3).
       01  w-hallada pic 9(3).
       01  w-cant-elegidas pic 9(3) value zero.
       01  w-refinanciado pic s9(10)V99 value zero.
       01  w-venc-original pic 9(8) value 99999999.
       01  w-vend-plan pic 9(3) value zero.
       01  w-cant-cuotas pic 9(2) value zero.
       01  w-recargo-pct pic 9(3)V99 value zero.
       01  w-recargo pic s9(10)V99 value zero.
       01  w-total-plan pic s9(10)V99.
       01  w-importe-cuota pic s9(10)V99.
       01  w-importe-ultima pic s9(10)V99.
       01  w-confirma pic x.
       01  w-plan-numero pic 9(6) value zero.
       01  w-cuota-idx pic 9(2).
       01  w-meses pic 9(4).
       01  w-anios pic 9(4).
      * las cuotas entran a la cuenta corriente con prefijo 97 en el
      * numero, seguido del plan y del numero de cuota
       01  w-cuota-factura pic 9(12).
       01  w-cuota-partes REDEFINES w-cuota-factura.
           03 w-cuota-prefijo pic 9(2).
           03 w-cuota-plan pic 9(6).
           03 w-cuota-numero pic 9(2).
           03 w-cuota-sufijo pic 9(2).
       01  w-primer-venc pic 9(8) value zero.
       01  w-primer-venc-r REDEFINES w-primer-venc.
           03 w-pv-anio pic 9(4).
           03 w-pv-mes pic 9(2).
           03 w-pv-dia pic 9(2).
       01  w-cuota-venc pic 9(8).
       01  w-cuota-venc-r REDEFINES w-cuota-venc.
           03 w-cv-anio pic 9(4).
           03 w-cv-mes pic 9(2).
           03 w-cv-dia pic 9(2).
       01  lin-vencida.
           03 filler pic x(9) value "FACTURA: ".
           03 l-factura pic zzzzzzzzzzz9.
           03 filler pic x(8) value "  VENCE:".
           03 l-vencimiento pic 9999/99/99.
           03 filler pic x(8) value "  SALDO:".
           03 l-saldo pic -.zzz.zzz.zz9,99.
       01  l-importe pic -.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-IDENTIFICAR-OPERADOR.
           PERFORM 110-VERIFICAR-BATCHLOCK.
           IF w-batch-activo = "s"
               DISPLAY "PLAN DE PAGO CANCELADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-ABRIR-ARCHIVOS.
           PERFORM 150-PEDIR-CLIENTE.
           PERFORM 200-CARGAR-VENCIDAS.
           IF w-fact-cant = ZERO
               DISPLAY "EL CLIENTE NO TIENE FACTURAS VENCIDAS "
                       "PARA REFINANCIAR"
               PERFORM 900-FIN
               STOP RUN
           END-IF.
           PERFORM 300-ELEGIR-FACTURAS.
           IF w-cant-elegidas = ZERO
               DISPLAY "NO SE ELIGIO NINGUNA FACTURA - "
                       "PLAN CANCELADO"
               PERFORM 900-FIN
               STOP RUN
           END-IF.
           PERFORM 400-PEDIR-CONDICIONES.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "PLAN CANCELADO"
               PERFORM 900-FIN
               STOP RUN
           END-IF.
           PERFORM 500-GRABAR-PLAN.
           PERFORM 900-FIN.
           PERFORM 850-ACTUALIZAR-SNAPSHOT.
           DISPLAY "PLAN " w-plan-numero " GRABADO CON "
                   w-cant-cuotas " CUOTAS".
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

      * la corrida nocturna aplica recibos y escala la mora sobre la
      * cuenta corriente: el plan no se arma mientras esta en curso
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
           OPEN I-O PLANPAGO.
           IF w-fs-planpago NOT = "00"
               OPEN OUTPUT PLANPAGO
               CLOSE PLANPAGO
               OPEN I-O PLANPAGO
           END-IF.
           IF w-fs-planpago NOT = "00"
              AND w-fs-planpago NOT = "05"
               MOVE "PLANPAGO" TO w-abend-archivo
               MOVE w-fs-planpago TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           OPEN I-O PLANFACT.
           IF w-fs-planfact NOT = "00"
               OPEN OUTPUT PLANFACT
               CLOSE PLANFACT
               OPEN I-O PLANFACT
           END-IF.
           IF w-fs-planfact NOT = "00"
              AND w-fs-planfact NOT = "05"
               MOVE "PLANFACT" TO w-abend-archivo
               MOVE w-fs-planfact TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.

       150-PEDIR-CLIENTE.
           DISPLAY "CLIENTE: ".
           ACCEPT w-cliente.
           MOVE w-cliente TO cte-codigo.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "EL CLIENTE NO EXISTE"
                   PERFORM 900-FIN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   DISPLAY "CLIENTE " cte-codigo " " cte-nombre
           END-READ.

      * entran las facturas abiertas ya vencidas; las cuotas de otro
      * plan (prefijo 97) no se vuelven a refinanciar
       200-CARGAR-VENCIDAS.
           MOVE ZERO TO w-flag-cta.
           MOVE w-cliente TO cta-cliente.
           START CTACTE KEY IS = cta-cliente
               INVALID KEY MOVE 1 TO w-flag-cta
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 210-LEER-FACTURA-CLIENTE
               UNTIL w-flag-cta = 1.
           IF w-fact-cant > ZERO
               DISPLAY "FACTURAS VENCIDAS DEL CLIENTE:"
               PERFORM 220-MOSTRAR-VENCIDA
                   VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-fact-cant
           END-IF.

       210-LEER-FACTURA-CLIENTE.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-cta
               NOT AT END
                   IF cta-cliente NOT = w-cliente
                       MOVE 1 TO w-flag-cta
                   ELSE
                       PERFORM 215-EVALUAR-FACTURA
                   END-IF
           END-READ.

       215-EVALUAR-FACTURA.
           MOVE cta-factura TO w-factura-aux.
           IF cta-vencimiento > ZERO
               MOVE cta-vencimiento TO w-venc-aux
           ELSE
               MOVE cta-fecha TO w-venc-aux
           END-IF.
           IF (cta-estado = "A" OR cta-estado = "P")
              AND cta-total > cta-cobrado
              AND w-venc-aux < w-fecha-hoy
              AND w-aux-prefijo NOT = 97
              AND w-fact-cant < 200
               ADD 1 TO w-fact-cant
               MOVE cta-factura TO w-tab-factura(w-fact-cant)
               MOVE w-venc-aux TO w-tab-vencimiento(w-fact-cant)
               COMPUTE w-tab-saldo(w-fact-cant) =
                       cta-total - cta-cobrado
               MOVE cta-vend TO w-tab-vend(w-fact-cant)
               MOVE "n" TO w-tab-elegida(w-fact-cant)
           END-IF.

       220-MOSTRAR-VENCIDA.
           MOVE w-tab-factura(w-idx) TO l-factura.
           MOVE w-tab-vencimiento(w-idx) TO l-vencimiento.
           MOVE w-tab-saldo(w-idx) TO l-saldo.
           DISPLAY lin-vencida.

       300-ELEGIR-FACTURAS.
           MOVE 1 TO w-factura-pedida.
           PERFORM 310-PEDIR-FACTURA
               UNTIL w-factura-pedida = ZERO.

       310-PEDIR-FACTURA.
           DISPLAY "FACTURA A INCLUIR (1=TODAS, 0=TERMINAR): ".
           ACCEPT w-factura-pedida.
           EVALUATE w-factura-pedida
               WHEN ZERO
                   CONTINUE
               WHEN 1
                   PERFORM 330-ELEGIR-UNA
                       VARYING w-hallada FROM 1 BY 1
                       UNTIL w-hallada > w-fact-cant
                   MOVE ZERO TO w-factura-pedida
               WHEN OTHER
                   MOVE ZERO TO w-hallada
                   PERFORM 320-BUSCAR-FACTURA
                       VARYING w-idx FROM 1 BY 1
                       UNTIL w-idx > w-fact-cant
                          OR w-hallada NOT = ZERO
                   IF w-hallada = ZERO
                       DISPLAY "LA FACTURA NO ESTA ENTRE LAS "
                               "VENCIDAS DEL CLIENTE"
                   ELSE
                       PERFORM 330-ELEGIR-UNA
                   END-IF
           END-EVALUATE.

       320-BUSCAR-FACTURA.
           IF w-tab-factura(w-idx) = w-factura-pedida
               MOVE w-idx TO w-hallada
           END-IF.

       330-ELEGIR-UNA.
           IF w-tab-elegida(w-hallada) = "n"
               MOVE "s" TO w-tab-elegida(w-hallada)
               ADD 1 TO w-cant-elegidas
               ADD w-tab-saldo(w-hallada) TO w-refinanciado
               IF w-tab-vencimiento(w-hallada) < w-venc-original
                   MOVE w-tab-vencimiento(w-hallada)
                       TO w-venc-original
               END-IF
               IF w-vend-plan = ZERO
                   MOVE w-tab-vend(w-hallada) TO w-vend-plan
               END-IF
           END-IF.

      * las cuotas vencen mes a mes el mismo dia que la primera; el
      * dia se limita a 28 para que exista en todos los meses
       400-PEDIR-CONDICIONES.
           MOVE w-refinanciado TO l-importe.
           DISPLAY "FACTURAS ELEGIDAS: " w-cant-elegidas
                   "  SALDO A REFINANCIAR: " l-importe.
           MOVE ZERO TO w-cant-cuotas.
           PERFORM 410-PEDIR-CUOTAS
               UNTIL w-cant-cuotas > ZERO AND w-cant-cuotas < 37.
           MOVE ZERO TO w-primer-venc.
           PERFORM 420-PEDIR-VENCIMIENTO
               UNTIL w-primer-venc NOT < w-fecha-hoy
                 AND w-pv-mes > ZERO AND w-pv-mes < 13
                 AND w-pv-dia > ZERO AND w-pv-dia < 29.
           DISPLAY "RECARGO FINANCIERO EN % (0=SIN RECARGO): ".
           ACCEPT w-recargo-pct.
           COMPUTE w-recargo ROUNDED =
                   w-refinanciado * w-recargo-pct / 100.
           COMPUTE w-total-plan = w-refinanciado + w-recargo.
           DIVIDE w-total-plan BY w-cant-cuotas
               GIVING w-importe-cuota.
           COMPUTE w-importe-ultima = w-total-plan
                   - w-importe-cuota * (w-cant-cuotas - 1).
           MOVE w-recargo TO l-importe.
           DISPLAY "RECARGO FINANCIERO:   " l-importe.
           MOVE w-total-plan TO l-importe.
           DISPLAY "TOTAL DEL PLAN:       " l-importe.
           MOVE w-importe-cuota TO l-importe.
           DISPLAY w-cant-cuotas " CUOTAS DE " l-importe
                   " DESDE EL " w-primer-venc.
           DISPLAY "CONFIRMA EL PLAN (S/N): ".
           ACCEPT w-confirma.

       410-PEDIR-CUOTAS.
           DISPLAY "CANTIDAD DE CUOTAS (1 A 36): ".
           ACCEPT w-cant-cuotas.

       420-PEDIR-VENCIMIENTO.
           DISPLAY "VENCIMIENTO DE LA PRIMERA CUOTA (AAAAMMDD, "
                   "DIA HASTA 28): ".
           ACCEPT w-primer-venc.

       500-GRABAR-PLAN.
           PERFORM 510-BUSCAR-ULTIMO-PLAN.
           MOVE w-plan-numero TO ppl-numero.
           MOVE w-cliente TO ppl-cliente.
           MOVE w-fecha-hoy TO ppl-fecha-alta.
           MOVE w-cant-cuotas TO ppl-cant-cuotas.
           MOVE w-refinanciado TO ppl-refinanciado.
           MOVE w-recargo TO ppl-recargo.
           MOVE w-venc-original TO ppl-venc-original.
           MOVE "V" TO ppl-estado.
           MOVE ZERO TO ppl-fecha-baja.
           MOVE w-operador TO ppl-operador.
           WRITE ppl-reg
               INVALID KEY
                   DISPLAY "EL PLAN " w-plan-numero " YA EXISTE"
                   PERFORM 900-FIN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           PERFORM 520-REFINANCIAR-FACTURA
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-fact-cant.
           PERFORM 530-GRABAR-CUOTA
               VARYING w-cuota-idx FROM 1 BY 1
               UNTIL w-cuota-idx > w-cant-cuotas.

       510-BUSCAR-ULTIMO-PLAN.
           MOVE ZERO TO w-flag-plan.
           MOVE ZERO TO ppl-numero.
           START PLANPAGO KEY IS >= ppl-numero
               INVALID KEY MOVE 1 TO w-flag-plan
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 515-LEER-PLAN
               UNTIL w-flag-plan = 1.
           ADD 1 TO w-plan-numero.

       515-LEER-PLAN.
           READ PLANPAGO NEXT
               AT END MOVE 1 TO w-flag-plan
               NOT AT END MOVE ppl-numero TO w-plan-numero
           END-READ.

      * la factura refinanciada queda "R" con su saldo traspasado al
      * plan: se da por cancelada contra las cuotas, asi que la mora,
      * los intereses y la cobranza siguen a las cuotas y no a ella
       520-REFINANCIAR-FACTURA.
           IF w-tab-elegida(w-idx) = "s"
               MOVE w-tab-factura(w-idx) TO cta-factura
               READ CTACTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cta-total TO cta-cobrado
                       MOVE "R" TO cta-estado
                       REWRITE cta-reg
               END-READ
               MOVE w-tab-factura(w-idx) TO pfa-factura
               MOVE w-plan-numero TO pfa-plan
               MOVE w-tab-saldo(w-idx) TO pfa-saldo
               MOVE w-tab-vencimiento(w-idx) TO pfa-vencimiento
               WRITE pfa-reg
                   INVALID KEY REWRITE pfa-reg
               END-WRITE
           END-IF.

       530-GRABAR-CUOTA.
           MOVE 97 TO w-cuota-prefijo.
           MOVE w-plan-numero TO w-cuota-plan.
           MOVE w-cuota-idx TO w-cuota-numero.
           MOVE ZERO TO w-cuota-sufijo.
           COMPUTE w-meses = w-pv-mes - 1 + w-cuota-idx - 1.
           DIVIDE w-meses BY 12 GIVING w-anios
               REMAINDER w-meses.
           COMPUTE w-cv-anio = w-pv-anio + w-anios.
           COMPUTE w-cv-mes = w-meses + 1.
           MOVE w-pv-dia TO w-cv-dia.
           MOVE w-cuota-factura TO cta-factura.
           MOVE w-cliente TO cta-cliente.
           MOVE w-vend-plan TO cta-vend.
           MOVE w-fecha-hoy TO cta-fecha.
           IF w-cuota-idx = w-cant-cuotas
               MOVE w-importe-ultima TO cta-total
           ELSE
               MOVE w-importe-cuota TO cta-total
           END-IF.
           MOVE ZERO TO cta-cobrado.
           MOVE "A" TO cta-estado.
           MOVE "PES" TO cta-moneda.
           MOVE 1 TO cta-cambio.
           MOVE w-cuota-venc TO cta-vencimiento.
           WRITE cta-reg
               INVALID KEY
                   DISPLAY "CUOTA " w-cuota-factura
                           " YA EXISTE - NO SE DUPLICA"
           END-WRITE.

      * las cuotas suben el total de la cuenta corriente: la foto que
      * usa la prueba de balance diaria se refresca aca para que esa
      * prueba no acuse un desbalance falso a la noche
       850-ACTUALIZAR-SNAPSHOT.
           MOVE ZERO TO w-snap-total.
           MOVE ZERO TO w-flag-snap.
           OPEN INPUT CTACTE.
           IF w-fs-ctacte NOT = "00"
              AND w-fs-ctacte NOT = "05"
               MOVE "CTACTE" TO w-abend-archivo
               MOVE w-fs-ctacte TO w-abend-status
               PERFORM 9900-ABEND-ARCHIVO
           END-IF.
           MOVE ZERO TO cta-factura.
           START CTACTE KEY IS >= cta-factura
               INVALID KEY MOVE 1 TO w-flag-snap
               NOT INVALID KEY CONTINUE
           END-START.
           PERFORM 860-SUMAR-SNAPSHOT
               UNTIL w-flag-snap = 1.
           CLOSE CTACTE.
           OPEN OUTPUT SALDOCTA.
           MOVE w-fecha-hoy TO sdo-fecha.
           MOVE w-snap-total TO sdo-total.
           WRITE sdo-reg.
           CLOSE SALDOCTA.

       860-SUMAR-SNAPSHOT.
           READ CTACTE NEXT
               AT END MOVE 1 TO w-flag-snap
               NOT AT END ADD cta-total TO w-snap-total
           END-READ.

       900-FIN.
           CLOSE CTACTE.
           CLOSE CLIENTE.
           CLOSE PLANPAGO.
           CLOSE PLANFACT.

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
